        organization is line sequential.
    select reverse-reject-file assign to "REVERSE.REJ"
        organization is line sequential.
    select certificate-file assign to dynamic certificate-file-name
        organization is line sequential
        file status is certificate-file-status.
    select session-log-file assign to "SESSION.LOG"
        organization is line sequential
        file status is session-log-status.
    select cleanse-rules-file assign to "CLEANSE.RUL"
        organization is line sequential
        file status is cleanse-rules-status.
    select seen-work-file assign to dynamic seen-work-name
        organization is line sequential.
    select sorted-seen-file assign to dynamic sorted-seen-name
        organization is line sequential.
    select seen-sort-file assign to "SEENSRT.TMP".
    select extract-sent-file assign to "EXTSENT.DAT"
    select expect-file assign to "MANIFEST.EXP"
        organization is line sequential
        file status is expect-file-status.
    select expect-history-file assign to "MANIFEST.HST"
        organization is line sequential
        file status is history-file-status.
    select file-stat-file assign to "FILESTAT.LOG"
        organization is line sequential
        file status is file-stat-status.
    select arrival-log-file assign to dynamic arrival-log-name
        organization is line sequential
        file status is arrival-log-status.
    select partition-dir-file assign to "PARTSET.DIR"
        organization is line sequential
        file status is partition-dir-status.
    select qa-sample-file assign to "QASAMPLE.DAT"
        organization is indexed
        access mode is dynamic
        record key is qs-key
        file status is qa-sample-status.
    select qa-control-file assign to "QASAMPLE.CTL"
        organization is line sequential
        file status is qa-control-status.

data division.
file section.
        02 ckpt-set-first-seen    pic 9(8).
        02 ckpt-suspect           pic 9(8).
        02 ckpt-set-suspect       pic 9(8).
        02 ckpt-rej-bad-char      pic 9(8).
        02 ckpt-rej-bad-seq       pic 9(8).
        02 ckpt-rej-bad-table     pic 9(8).
        02 ckpt-run-date          pic 9(8).

fd frequency-file.
    01 freq-record.
fd reverse-reject-file.
    01 reverse-reject-record pic X(120).

fd certificate-file.
    01 certificate-record pic X(295).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

fd session-log-file.
    01 session-log-record pic X(63).

    01 queue-directory-record pic X(184).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd expect-file.
    01 expect-record pic X(90).

fd file-stat-file.
    01 file-stat-record pic X(305).

fd arrival-log-file.
    01 arrival-log-record pic X(210).

fd seen-work-file.
    01 seen-work-record.
        02 sw-numeral  pic X(30).
        02 sk-position pic 9(8).

fd cleanse-rules-file.
    *> one substitution per line - see cleanserec.cpy
    01 cleanse-rule-record pic X(12).

fd expect-history-file.
    01 expect-history-record pic X(106).

fd partition-dir-file.
    01 partition-dir-record pic X(360).

fd qa-sample-file.
    copy qasamprec.

fd qa-control-file.
    01 qa-control-record pic X(10).

working-storage section.
77 eof pic S9.
77 ws-grand-total       pic S9(10) usage is computational value zero.
77 out-count            pic Z(7)9.
77 out-total            pic Z(9)9.
77 out-record           pic Z(7)9.
copy rptarea.
77 ws-interactive-count pic S9(8)  usage is computational value zero.

77 checkpoint-file-name   pic X(50).
*> run stamp), a value/numeral output file, a control report, and a
*> ROMANCTL.LOG line tagged REV so the dashboard and the trend report
*> see reverse-direction batch work. no checkpointing here - the
*> quarterly file is small enough to simply rerun. the certificates
*> desk can also name a certificate print file (see certrec.cpy)
77 reverse-output-name  pic X(50).
77 reverse-reject-open-sw pic X(1).
77 ws-log-direction     pic X(3) value 'FWD'.
    02 rp-value   pic 9(9).
    02 rp-numeral pic X(30).

*> certificate print file - on request, reverse file mode also writes
*> a line per certificate (certrec.cpy) with the numeral in its printed
*> form and the amount in words. the wording comes from value-words
*> and is read back through it before the line is written; a wording
*> that does not read back to the value rejects the record as WORDING
*> FAULT instead of reaching a certificate
77 certificate-file-name   pic X(50).
77 certificate-file-status pic X(2).
77 certificate-sw          pic X(1) value 'N'.
77 wording-fault-sw        pic X(1).
77 ws-certs-written  pic S9(8)  usage is computational value zero.
77 ws-cert-total     pic S9(12) usage is computational value zero.
77 ws-wording-faults pic S9(8)  usage is computational value zero.
77 ct-in-idx  pic S9(2) usage is computational.
77 ct-out-idx pic S9(2) usage is computational.
77 ct-bar-sw  pic X(1).
copy certrec.
copy wordsarea.

*> roman-numeral dates - day, month, and year each written as a
*> numeral and separated by '.' or '/', as in XIV.III.MCMXCIV. each
*> part goes through CONVERT under the run's profile, stamped with the
*> reserved DATEPART id so the parts are neither journaled nor queued
*> on their own; the date as a whole is journaled as ROMAN-DATE with
*> its YYYYMMDD result, or rejected with the failing part's reason, or
*> BAD DATE for a calendar date that cannot exist, or BAD DATE FORM
*> when it isn't three parts. the batch mode's extract, ROMANCTL.LOG
*> line (tagged DAT), and reject queue follow file mode's shape; a
*> date is not an amount, so the log line's and the extract's totals
*> stay zero. a date keyed at the terminal is rejected on the screen
*> only - the desk has nothing to rerun it from
77 date-part-operator pic X(8) value 'DATEPART'.
77 rd-input      pic X(30).
77 rd-interactive-sw pic X(1) value 'N'.
01 rd-part-table.
    02 rd-part pic X(30) occurs 3 times.
77 rd-part-count pic S9(2) usage is computational.
77 rd-part-len   pic S9(2) usage is computational.
77 rd-in-idx     pic S9(2) usage is computational.
77 rd-char       pic X(1).
77 rd-sep        pic X(1).
77 rd-form-sw    pic X(1).
77 rd-position   pic S9(8) usage is computational.
77 rd-err        pic S99   usage is computational.
77 rd-day        pic S9(8) usage is computational.
77 rd-month      pic S9(8) usage is computational.
77 rd-year       pic S9(8) usage is computational.
77 rd-month-days pic S9(4) usage is computational.
77 rd-leap-quot  pic S9(8) usage is computational.
77 rd-leap-rem4   pic S9(4) usage is computational.
77 rd-leap-rem100 pic S9(4) usage is computational.
77 rd-leap-rem400 pic S9(4) usage is computational.
01 rd-result pic 9(8).
01 rd-result-parts redefines rd-result.
    02 rd-yyyy pic 9(4).
    02 rd-mm   pic 9(2).
    02 rd-dd   pic 9(2).
77 jl-result-disp pic Z(7)9.

*> partition mode - one partition of a set partition-split cut from a
*> large branch file (see partsetrec.cpy). it is file mode over the
*> partition's input with nothing written that another partition's
*> run could be writing at the same time: the journal, rejects, and
*> reject archive go to the partition's own files by way of
*> journal-writer's PARTITN function, the arrival log and duplicate
*> work files are renamed for the partition, ROMANFREQ.DAT is left
*> for partition-merge to post, and where file mode writes its
*> ROMANCTL.LOG and FILESTAT.LOG lines and registers its extract, a
*> partition writes a RESULT line on PARTSET.DIR instead. records
*> carry their input position in the original file, so a reject's
*> position points at the branch's document, not the partition's.
*> no checkpoint - a failed partition is simply rerun
77 part-mode-sw         pic X(1) value 'N'.
77 part-set-name        pic X(6).
77 part-number          pic 9(2).
77 part-tag             pic X(10).
77 part-found-sw        pic X(1).
77 part-merged-sw       pic X(1).
77 part-first-pos       pic 9(9).
77 part-records         pic 9(9).
77 partition-dir-status pic X(2).
77 partition-dir-eof    pic S9.
copy partsetrec.
77 ws-position-base     pic S9(8) usage is computational value zero.
77 ws-record-position   pic S9(8) usage is computational value zero.
77 seen-work-name       pic X(50) value 'SEENWORK.TMP'.
77 sorted-seen-name     pic X(50) value 'SEENSORT.TMP'.
77 arrival-log-name     pic X(50) value 'DOCARRIV.LOG'.

77 ws-dec-value         pic S9(8)  usage is computational.
77 ws-roman-out         pic X(30).
77 ws-operator-id       pic X(8).
*> log, and the reject-queue directory so a figure always traces to
*> the convention that produced it
77 ws-profile           pic X(8) value 'STANDARD'.
77 signon-ok-sw         pic X(1).

*> session log - every validated sign-on writes an ON event and the
*> substitution table before the CALL to convert, count and list the
*> amendments on a cleansing section of the control report, and pass
*> the as-arrived value through to the journal's ARRIVED field so an
*> amended record shows both what arrived and what was converted.
*> a manifest-mode file whose branch MANIFEST.EXP names gets that
*> branch's own rules on top of the shop-wide ones; rules past the
*> table's 50 are reported on the spot, never dropped silently
77 cleanse-rules-status pic X(2).
77 cleanse-eof pic S9.
copy cleanserec.
01 cleanse-rule-table.
    02 cz-entry occurs 50 times.
        03 cz-from pic X(1).
        03 cz-to   pic X(1).
        03 cz-branch-sw pic X(1).
77 cz-count pic S9(2) usage is computational value zero.
77 cz-idx   pic S9(2) usage is computational.
77 cz-found pic S9(2) usage is computational.
77 cz-ignored pic S9(4) usage is computational.
77 cz-branch-rules pic S9(2) usage is computational.
77 ws-file-branch pic X(8) value spaces.
77 out-rules pic Z9.
77 out-ignored pic Z(3)9.
77 cz-in    pic S9(2) usage is computational.
77 cz-out   pic S9(2) usage is computational.
77 cz-char  pic X(1).
77 ws-set-cleansed  pic S9(8) usage is computational value zero.
77 ws-arrived-area  pic X(30).

*> per-file statistics - the file's control-report figures with its
*> rejects split by convert's reason, one FILESTAT.LOG line per branch
*> file so month-end can score branches - see filestatrec.cpy
77 file-stat-status   pic X(2).
77 ws-rej-bad-char    pic S9(8) usage is computational value zero.
77 ws-rej-bad-seq     pic S9(8) usage is computational value zero.
77 ws-rej-bad-table   pic S9(8) usage is computational value zero.
copy filestatrec.

*> document arrival log - every branch record read in file and
*> manifest modes is written to DOCARRIV.LOG as it arrived and as
*> cleansed, whatever convert then makes of it, so a document's
*> lifecycle always has a first event - see docarrrec.cpy
77 arrival-log-status pic X(2).
copy docarrrec.

*> per-run reject queue - CONVERT.REJ (or REVERSE.REJ) is rewritten
*> by every run, so before the locks come off, a run that rejected
*> anything copies its queue to a run-named file and registers it in
    02 rlk-resource occurs 4 times pic X(14).
77 rlk-idx pic S9(2) usage is computational.

*> closed-period guard - a run whose work belongs to a month
*> period-close has closed is refused before the locks are taken.
*> the date checked is the work's own: a scheduled branch file's run
*> date off MANIFEST.HST, a partition set's split date, or on a
*> restart the date the interrupted run carried on its checkpoint.
*> a file no schedule named is today's work
copy periodarea.
77 period-closed-sw pic X(1).
77 ws-run-date      pic 9(8) value zero.
77 run-date-found-sw   pic X(1).
77 history-file-status pic X(2).
77 history-eof         pic S9.
copy brexphist.

*> plausibility range - CONVERT accepts overline values in the
*> millions and a lone I alike, both syntactically valid and both
*> wildly implausible for document streams that are almost all years
77 ws-suspect     pic S9(8) usage is computational value zero.
77 ws-set-suspect pic S9(8) usage is computational value zero.

*> blind re-key quality sample - clean syntax and a plausible value
*> don't prove a record was keyed right at the branch; only a second
*> person reading the document does. file and manifest modes draw a
*> random sample of each file's accepted records into QASAMPLE.DAT
*> (see qasamprec.cpy) at the QASAMPLE.CTL rate for the QA station.
*> the draw is a Park-Miller random sequence seeded off the run's
*> start time, and every file gives at least one sample: while no
*> record has been drawn, one of the records passed over is held as a
*> spare - each passed-over record replacing it with even chance, so
*> the spare is as random as the draw - and filed at the end of the
*> file if the draw never came. partitions take no sample: they write
*> nothing another partition's run could be writing too
77 qa-sample-status  pic X(2).
77 qa-control-status pic X(2).
77 qa-sample-open-sw pic X(1) value 'N'.
copy qasampctl.
77 qa-run-date  pic 9(8).
77 qa-run-time  pic 9(8).
77 qa-file-seq  pic 9(4).
77 qa-seed      pic S9(18) usage is computational.
77 qa-work      pic S9(18) usage is computational.
77 qa-quotient  pic S9(18) usage is computational.
77 qa-draw      pic S9(9)  usage is computational.
77 qa-passed-over pic S9(8) usage is computational.
77 qa-pick-position pic 9(8).
77 qa-pick-ref      pic X(10).
77 qa-pick-numeral  pic X(30).
77 qa-pick-value    pic 9(9).
77 qa-spare-sw       pic X(1).
77 qa-spare-position pic 9(8).
77 qa-spare-ref      pic X(10).
77 qa-spare-numeral  pic X(30).
77 qa-spare-value    pic 9(9).
77 ws-qa-samples     pic S9(8) usage is computational value zero.
77 ws-set-qa-samples pic S9(8) usage is computational value zero.

*> reject-tolerance abort - a batch run that is mostly rejects is a
*> wrong file or a mangled feed, and finishing it just pollutes the
*> frequency file and the journal. the operator sets a count limit
*> the last prompt abandons the step with a nonzero return code rather
*> than hanging the overnight window on a prompt nobody will answer
77 answer-file-status   pic X(2).
copy signonarea.
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 extract-file-name    pic X(50).
77 ws-extract-written   pic S9(8)  usage is computational.
77 ws-extract-total     pic S9(10) usage is computational.
*> where and when this extract's run started, for EXTSENT.DAT - the
*> run window extract-regen rebuilds a lost or disputed extract from
77 ws-extract-start-date pic 9(8).
77 ws-extract-start-time pic 9(8).
77 ws-extract-first      pic 9(9).
*> every finished extract is registered on EXTSENT.DAT so the
*> acknowledgments ledger posting returns can be reconciled against
*> what was actually produced - see extsentrec.cpy and extract-recon
                perform 5000-reverse-convert-mode
            when 5
                perform 5500-reverse-file-mode thru 5500-exit
            when 7
                perform 8000-date-convert-mode
            when 8
                perform 8100-date-file-mode thru 8100-exit
            when 9
                perform 9000-partition-mode thru 9000-exit
            when other
                display "Invalid selection - please choose 1 - 9"
        end-evaluate
        perform 1100-display-menu
        perform 1300-get-menu-choice
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result.

0900-check-run-period.
    *> a refused run sets return code 8, so under a job stream the
    *> step is logged failed rather than GOOD
    move 'N' to period-closed-sw
    move 'CHECK' to pa-function
    move ws-run-date to pa-date
    call "period-check" using period-area
    if pa-result is equal to 2
        move 'Y' to period-closed-sw
        move 8 to return-code
    end-if.

0910-find-run-date.
    *> the run date manifest-build recorded for IN-FILE-NAME on
    *> MANIFEST.HST - the latest line naming it, should the schedule
    *> have expected that name more than once. a file no schedule
    *> named is taken as today's work
    move 'N' to run-date-found-sw
    accept ws-run-date from date yyyymmdd
    open input expect-history-file
    if history-file-status is equal to '00'
        move 0 to history-eof
        read expect-history-file into branch-expect-history-line
            at end move 1 to history-eof
        end-read
        perform until history-eof is equal to 1
            if bh-file is equal to in-file-name
                move bh-date to ws-run-date
                move 'Y' to run-date-found-sw
            end-if
            read expect-history-file into branch-expect-history-line
                at end move 1 to history-eof
            end-read
        end-perform
        close expect-history-file
    end-if.

0920-restore-run-date.
    *> a restart belongs to the day the interrupted run's work did. a
    *> checkpoint written before the date was carried leaves it alone
    if ckpt-run-date is numeric and ckpt-run-date is greater than 0
        move ckpt-run-date to ws-run-date
    end-if.

1000-display-headers.
    display " Roman Number Equivalents    ".
    display "-----------------------------".
    display " 3. Run batch conversions from a manifest of files"
    display " 4. Convert a decimal value to a Roman numeral"
    display " 5. Run batch decimal-to-Roman conversions from a file"
    display " 7. Convert a Roman-numeral date"
    display " 8. Run batch Roman-date conversions from a file"
    display " 9. Run one partition of a split file"
    display " 6. Quit"
    display "==================================="
    display "Enter selection: ".
1200-sign-on.
    *> the journal stamps JL-OPERATOR on every entry, which is only
    *> worth anything if the id is a real one - so sign-on is checked
    *> against the operator master, with the operator's PIN, by
    *> operator-sign-on - unknown, deactivated, or locked ids and wrong
    *> PINs are turned away before the menu ever shows. under an answer
    *> file the PIN is the answer after the id, and a sign-on that is
    *> due a new PIN is refused, since nobody is there to choose one.
    *> a missing master file
    *> falls back to the old free-text behaviour (with a warning) so a
    *> site that hasn't run operator-maint yet isn't locked out, the
    *> same way the frequency and checkpoint files fall back
    display "Enter Operator ID: "
    perform 0600-get-reply
    move answer-reply to ws-operator-id
    display "Enter PIN: "
    perform 0600-get-reply
    move answer-reply to so-pin
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'ROMAN-NUMERALS' to so-program
    if answer-mode-sw is equal to 'Y'
        move 'N' to so-interactive
    else
        move 'Y' to so-interactive
    end-if
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'Y' to signon-ok-sw
    else
        if so-result is equal to 1
            display "Signed on: " so-name
            move 'Y' to signon-ok-sw
        end-if
    end-if
    if signon-ok-sw is equal to 'Y'
        perform 1210-check-open-session
    perform 3065-get-profile
    perform 3060-get-tolerances
    perform 3070-get-plausibility
    perform 3800-start-qa-run

    perform 6200-reset-set-counters
    perform 6340-reset-file-counters
    move spaces to ws-file-branch
    move 'N' to run-failed-sw
    move 'N' to restart-refused-sw
    move 0 to restart-count
    perform 0910-find-run-date
    if restart-sw is equal to "Y" or restart-sw is equal to "y"
        perform 3100-load-checkpoint
    end-if

    perform 0900-check-run-period
    if restart-refused-sw is equal to 'Y'
            or period-closed-sw is equal to 'Y'
        display "File-mode run abandoned - no records processed"
    else
        perform 0800-acquire-run-locks
    move 'STANDARD' to ws-profile.

3050-process-input-file.
    perform 9400-open-control-report
    perform 3052-load-cleanse-rules
    move 'Y' to first-seen-batch-sw
    move 'BEGIN' to writer-function
    open output seen-work-file
    open input file-input
    open output results-extract-file
    open extend arrival-log-file
    if arrival-log-status is not equal to '00'
        open output arrival-log-file
    end-if
    move 0 to ws-extract-written
    move 0 to ws-extract-total
    accept ws-extract-start-date from date yyyymmdd
    accept ws-extract-start-time from time
    compute ws-extract-first = ws-records-read + 1
    move 0 to ws-qa-samples
    *> a partitioned file is sampled whole by partition-merge
    if part-mode-sw is not equal to 'Y'
        perform 3810-open-qa-sample
    end-if
    move 0 to eof

    perform 3200-skip-to-checkpoint restart-count times

    perform until eof is equal to 1
        add 1 to ws-records-read
        compute ws-record-position = ws-position-base + ws-records-read
        move spaces to array-area
        move fi-numeral to array-area
        move fi-reference to ws-document-ref
        move array-area to ws-arrived-area
        perform 3055-cleanse-record
        perform 3058-log-arrival
        perform 3400-check-case-consistency
        perform 3600-check-duplicate
        call "convert" using array-area, ret, temp,
            ws-record-position, ws-operator-id, ws-document-ref,
            ws-arrived-area, ws-profile

        if ret is equal to 1 then
            add 1 to ws-records-converted
            display "Converted Value: "  out-eq
            display " "
            perform 3080-check-plausibility
            if part-mode-sw is not equal to 'Y'
                perform 7000-update-frequency
            end-if
            perform 3500-write-extract-accepted
            if qa-sample-open-sw is equal to 'Y'
                perform 3820-draw-qa-sample
            end-if
        else
            add 1 to ws-records-rejected
            evaluate ret
                when 2
                    add 1 to ws-rej-bad-char
                when 3
                    add 1 to ws-rej-bad-seq
                when other
                    add 1 to ws-rej-bad-table
            end-evaluate
            perform 3510-write-extract-rejected
            perform 3700-check-tolerance
        end-if
        divide ws-records-read by checkpoint-interval
            giving checkpoint-quotient remainder checkpoint-remainder
        if checkpoint-remainder is equal to 0
                and part-mode-sw is not equal to 'Y'
            perform 3300-write-checkpoint
        end-if


    close file-input
    close seen-work-file
    close arrival-log-file
    if qa-sample-open-sw is equal to 'Y'
        perform 3830-close-qa-sample
    end-if

    move 'END' to writer-function
    call "journal-writer" using writer-function, journal-line,
3052-load-cleanse-rules.
    *> reloaded at the top of every file so a rule keyed between
    *> manifest entries takes effect without restarting the run - a
    *> missing rules file simply means no cleansing. rules for other
    *> branches are passed over; see cleanserec.cpy for precedence
    move 0 to cz-count
    move 0 to cz-ignored
    move 0 to cz-branch-rules
    open input cleanse-rules-file
    if cleanse-rules-status is equal to '00'
        move 0 to cleanse-eof
            at end move 1 to cleanse-eof
        end-read
        perform until cleanse-eof is equal to 1
            move cleanse-rule-record to cleanse-rule-line
            if cx-from is not equal to space
                    and (cx-branch is equal to spaces
                        or cx-branch is equal to ws-file-branch)
                perform 3053-post-cleanse-rule
            end-if
            read cleanse-rules-file
                at end move 1 to cleanse-eof
            end-read
        end-perform
        close cleanse-rules-file
    end-if
    if ws-file-branch is not equal to spaces
        move cz-branch-rules to out-rules
        display "Cleansing rules: shop-wide plus " out-rules
            " for branch " ws-file-branch
    end-if
    if cz-ignored is greater than 0
        move cz-ignored to out-ignored
        display "WARNING: CLEANSE.RUL holds more rules than the 50 the"
            " table takes - " out-ignored " not applied to this file"
    end-if.

3053-post-cleanse-rule.
    move 0 to cz-found
    perform varying cz-idx from 1 by 1
            until cz-idx is greater than cz-count
        if cz-from(cz-idx) is equal to cx-from
            move cz-idx to cz-found
        end-if
    end-perform
    evaluate true
        when cz-found is equal to 0
            if cz-count is greater than or equal to 50
                add 1 to cz-ignored
            else
                add 1 to cz-count
                move cx-from to cz-from(cz-count)
                move cx-to   to cz-to(cz-count)
                move 'N' to cz-branch-sw(cz-count)
                if cx-branch is not equal to spaces
                    move 'Y' to cz-branch-sw(cz-count)
                    add 1 to cz-branch-rules
                end-if
            end-if
        when cx-branch is not equal to spaces
            *> the branch's own rule overrides the shop-wide one
            if cz-branch-sw(cz-found) is equal to 'N'
                add 1 to cz-branch-rules
            end-if
            move cx-to to cz-to(cz-found)
            move 'Y' to cz-branch-sw(cz-found)
        when cz-branch-sw(cz-found) is equal to 'N'
            move cx-to to cz-to(cz-found)
        when other
            continue
    end-evaluate.

3055-cleanse-record.
    *> every character runs through the substitution table; dropped
    *> characters close the gap so the numeral stays left-justified.
            until cz-in is greater than 30
        if cleanse-work is not equal to array-area
            add 1 to ws-cleansed
            move ws-records-read to out-record
            move spaces to rp-line
            string "CLEANSED record " out-record " ref "
                ws-document-ref ": " array-area " -> " cleanse-work
                delimited by size into rp-line
            perform 9410-report-line
            move cleanse-work to array-area
        end-if
    end-if.
        end-if
    end-if.

3058-log-arrival.
    accept da-date from date yyyymmdd
    accept da-time from time
    move in-file-name to da-file
    move ws-record-position to da-position
    move ws-document-ref to da-reference
    move ws-arrived-area to da-arrived
    move array-area to da-cleansed
    write arrival-log-record from document-arrival-line.

3100-load-checkpoint.
    *> falls back to a from-scratch restart, the same way the frequency
    *> and control-log files fall back to OPEN OUTPUT, if an operator
            move ckpt-cleansed          to ws-cleansed
            move ckpt-first-seen        to ws-first-seen
            move ckpt-suspect           to ws-suspect
            move ckpt-rej-bad-char      to ws-rej-bad-char
            move ckpt-rej-bad-seq       to ws-rej-bad-seq
            move ckpt-rej-bad-table     to ws-rej-bad-table
            perform 0920-restore-run-date
        end-if
        close checkpoint-file
    else
    move ws-set-first-seen    to ckpt-set-first-seen
    move ws-suspect           to ckpt-suspect
    move ws-set-suspect       to ckpt-set-suspect
    move ws-rej-bad-char      to ckpt-rej-bad-char
    move ws-rej-bad-seq       to ckpt-rej-bad-seq
    move ws-rej-bad-table     to ckpt-rej-bad-table
    move in-file-name         to ckpt-input-file-name
    move ws-set-files         to ckpt-set-files
    move ws-set-read          to ckpt-set-read
    move ws-set-rejected      to ckpt-set-rejected
    move ws-set-total         to ckpt-set-total
    move ws-set-warnings      to ckpt-set-warnings
    move ws-run-date          to ckpt-run-date
    open output checkpoint-file
    write checkpoint-record
    close checkpoint-file.
            or (plaus-max is greater than 0
                and temp is greater than plaus-max)
        add 1 to ws-suspect
        move ws-records-read to out-record
        move spaces to rp-line
        string "SUSPECT VALUE record " out-record " ref "
            ws-document-ref ": " array-area " = " out-eq
            delimited by size into rp-line
        perform 9410-report-line
    end-if.

3700-check-tolerance.
    if run-failed-sw is equal to 'N'
        move 'Y' to run-failed-sw
        move 8 to return-code
        move spaces to rp-line
        perform 9410-report-line
        move "** REJECT TOLERANCE EXCEEDED - RUN STOPPED **" to rp-line
        perform 9410-report-line
        set eof to 1
    end-if.

3800-start-qa-run.
    *> one stamp for the whole run keys its samples; the random
    *> sequence is seeded off the clock so no two runs draw alike
    accept qa-run-date from date yyyymmdd
    accept qa-run-time from time
    compute qa-seed = qa-run-time + 1
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
    end-if.

3810-open-qa-sample.
    *> first-ever run creates the file, the same way the exception
    *> queue is started. a sample file that can't be opened costs the
    *> run its sample, not its conversions
    compute qa-file-seq = ws-set-files + 1
    move 0 to qa-passed-over
    move 'N' to qa-spare-sw
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
            qa-sample-status " - no QA sample for this file"
    end-if.

3820-draw-qa-sample.
    move ws-record-position to qa-pick-position
    move ws-document-ref to qa-pick-ref
    move array-area to qa-pick-numeral
    move temp to qa-pick-value
    perform 3890-next-random
    divide qa-seed by 100 giving qa-quotient remainder qa-draw
    if qa-draw is less than qc-rate
        perform 3840-write-qa-sample
    else
        if ws-qa-samples is equal to 0
            *> the k-th record passed over becomes the spare with
            *> chance 1 in k
            add 1 to qa-passed-over
            perform 3890-next-random
            divide qa-seed by qa-passed-over
                giving qa-quotient remainder qa-draw
            if qa-draw is equal to 0
                move 'Y' to qa-spare-sw
                move qa-pick-position to qa-spare-position
                move qa-pick-ref to qa-spare-ref
                move qa-pick-numeral to qa-spare-numeral
                move qa-pick-value to qa-spare-value
            end-if
        end-if
    end-if.

3830-close-qa-sample.
    if ws-qa-samples is equal to 0 and qa-spare-sw is equal to 'Y'
        move qa-spare-position to qa-pick-position
        move qa-spare-ref to qa-pick-ref
        move qa-spare-numeral to qa-pick-numeral
        move qa-spare-value to qa-pick-value
        perform 3840-write-qa-sample
    end-if
    close qa-sample-file
    move 'N' to qa-sample-open-sw.

3840-write-qa-sample.
    move qa-run-date to qs-run-date
    move qa-run-time to qs-run-time
    move qa-file-seq to qs-file-seq
    move qa-pick-position to qs-position
    move in-file-name to qs-file
    move ws-file-branch to qs-branch
    move qa-pick-ref to qs-reference
    move ws-operator-id to qs-operator
    move ws-profile to qs-profile
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

3890-next-random.
    *> Park-Miller minimal standard: seed * 16807 mod (2**31 - 1)
    compute qa-work = qa-seed * 16807
    divide qa-work by 2147483647 giving qa-quotient remainder qa-seed.

3500-write-extract-accepted.
    move 'D' to xd-record-type
    move array-area to xd-numeral
    move ws-document-ref to xd-reference
    write results-extract-record from extract-detail-line
    add 1 to ws-extract-written
    *> a date run's YYYYMMDD is not a quantity - its trailer and
    *> EXTSENT total stay 0, as its ROMANCTL.LOG line does
    if ws-log-direction is not equal to 'DAT'
        add temp to ws-extract-total
    end-if.

3510-write-extract-rejected.
    *> rejected records still get a detail record - the receiving
        move ws-extract-written to xt-count
        move ws-extract-total to xt-total
        write results-extract-record from extract-trailer-line
        *> a partition's extract is registered only as part of the
        *> merged one
        if part-mode-sw is not equal to 'Y'
            perform 3530-register-extract-sent
        end-if
    end-if.

3530-register-extract-sent.
    move ws-extract-written to xs-count
    move ws-extract-total to xs-total
    move 'SENT' to xs-status
    move ws-extract-start-date to xs-start-date
    move ws-extract-start-time to xs-start-time
    move xs-date to xs-end-date
    accept xs-end-time from time
    move ws-operator-id to xs-operator
    move ws-profile to xs-profile
    move ws-extract-first to xs-first-pos
    move spaces to xs-original
    open extend extract-sent-file
    if extract-sent-status is not equal to '00'
        open output extract-sent-file
    *> just the raw observation during the run - the matching happens
    *> against the sorted work file at report time
    move array-area to sw-numeral
    move ws-record-position to sw-position
    write seen-work-record.

3620-print-duplicates-section.
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Duplicates Section          " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    perform 3640-sort-and-scan-seen
    move ws-duplicates to out-count
    move spaces to rp-line
    string " Duplicates Found:  " out-count
        delimited by size into rp-line
    perform 9410-report-line.

3640-sort-and-scan-seen.
    *> numeral then position, so every group of equal numerals comes
            add 1 to ws-duplicates
            move seen-first-pos to out-pos
            move ss-position to out-pos2
            move spaces to rp-line
            string " Record " out-pos2 " repeats record " out-pos ": "
                ss-numeral delimited by size into rp-line
            perform 9410-report-line
        else
            move ss-numeral to seen-group-numeral
            move ss-position to seen-first-pos
        or s(case-idx) is equal to space
    if has-upper-sw is equal to 'Y' and has-lower-sw is equal to 'Y'
        add 1 to ws-case-warnings
        move ws-records-read to out-record
        move spaces to rp-line
        string "WARNING: Inconsistent case in record " out-record
            ": " array-area delimited by size into rp-line
        perform 9410-report-line
    end-if.

3410-scan-one-char.

4000-print-control-report.
    move ws-records-read      to out-count
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Control Report              " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-converted to out-count
    move spaces to rp-line
    string " Records Converted: " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-rejected  to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-grand-total       to out-total
    move spaces to rp-line
    string " Grand Total:       " out-total
        delimited by size into rp-line
    perform 9410-report-line
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Cleansing Section           " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-cleansed to out-count
    move spaces to rp-line
    string " Records Amended:   " out-count
        delimited by size into rp-line
    perform 9410-report-line
    if ws-cleansed is greater than 0
        move spaces to rp-line
        string " (each amendment is listed on its CLEANSED line"
            " above)" delimited by size into rp-line
        perform 9410-report-line
    end-if
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " First-Seen Section          " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-first-seen to out-count
    move spaces to rp-line
    string " First-Seen Values: " out-count
        delimited by size into rp-line
    perform 9410-report-line
    if ws-first-seen is greater than 0
        move spaces to rp-line
        string " (each new value is listed on its FIRST SEEN line"
            " above)" delimited by size into rp-line
        perform 9410-report-line
    end-if
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Suspect-Values Section      " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-suspect to out-count
    move spaces to rp-line
    string " Suspect Values:    " out-count
        delimited by size into rp-line
    perform 9410-report-line
    if ws-suspect is greater than 0
        move " (each is listed on its SUSPECT VALUE line above)"
            to rp-line
        perform 9410-report-line
    end-if
    if part-mode-sw is not equal to 'Y'
        move spaces to rp-line
        perform 9410-report-line
        move "-----------------------------" to rp-line
        perform 9410-report-line
        move " QA Sample Section           " to rp-line
        perform 9410-report-line
        move "-----------------------------" to rp-line
        perform 9410-report-line
        move ws-qa-samples to out-count
        move spaces to rp-line
        string " QA Samples Drawn:  " out-count
            delimited by size into rp-line
        perform 9410-report-line
        move spaces to rp-line
        string " (for blind re-key at the QA station - rate "
            qc-rate " percent, at least one)"
            delimited by size into rp-line
        perform 9410-report-line
    end-if
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Warnings Section             " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-case-warnings to out-count
    move spaces to rp-line
    string " Case Warnings:     " out-count
        delimited by size into rp-line
    perform 9410-report-line
    if run-failed-sw is equal to 'Y'
        move spaces to rp-line
        string " Run Status:        ** RUN FAILED - REJECT"
            " TOLERANCE EXCEEDED **" delimited by size into rp-line
        perform 9410-report-line
    else
        move " Run Status:        GOOD" to rp-line
        perform 9410-report-line
    end-if
    perform 3620-print-duplicates-section.
    if part-mode-sw is equal to 'Y'
        perform 9300-write-partition-result
    else
        perform 4100-write-control-log
        perform 4150-write-file-stats
    end-if
    perform 9420-close-control-report.

4100-write-control-log.
    *> one line per file-mode run, appended - lets a separate end-of-day
    write control-log-record from control-log-line
    close control-log-file.

4150-write-file-stats.
    accept fs-date from date yyyymmdd
    accept fs-time from time
    move in-file-name         to fs-file
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
    move cl-status            to fs-status
    move ws-profile           to fs-profile
    open extend file-stat-file
    if file-stat-status is not equal to '00'
        open output file-stat-file
    end-if
    write file-stat-record from file-stat-line
    close file-stat-file.

4500-register-reject-queue.
    *> the queue is copied, not renamed, so CONVERT.REJ keeps its
    *> original just-the-latest-run behaviour for anything still
    if queue-reverse-sw is equal to 'Y'
        move 'REV' to rq-direction
    else
        *> FWD, or DAT for a date run's rejects
        move ws-log-direction to rq-direction
    end-if
    open extend queue-directory-file
    if queue-dir-status is not equal to '00'
    display "Enter output file name for value/numeral pairs: "
    perform 0600-get-reply
    move answer-reply to reverse-output-name
    display "Enter certificate print file name (blank = none): "
    perform 0600-get-reply
    move answer-reply to certificate-file-name
    perform 3060-get-tolerances
    move 0 to plaus-min
    move 0 to plaus-max
    move 'REV' to ws-log-direction
    move 'STANDARD' to ws-profile

    perform 0910-find-run-date
    perform 0900-check-run-period
    if period-closed-sw is equal to 'Y'
        display "Reverse run abandoned - no records processed"
        move 'FWD' to ws-log-direction
        go to 5500-exit
    end-if

    perform 0800-acquire-run-locks
    if locks-refused-sw is equal to 'Y'
        display "Reverse run abandoned - shared files are in use"
        go to 5500-exit
    end-if

    perform 9400-open-control-report
    move 'BEGIN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line

    open input file-input
    open output reverse-output-file
    move 'N' to certificate-sw
    move 0 to ws-certs-written
    move 0 to ws-cert-total
    move 0 to ws-wording-faults
    if certificate-file-name is not equal to spaces
        open output certificate-file
        if certificate-file-status is equal to '00'
            move 'Y' to certificate-sw
        else
            display "WARNING: certificate file " certificate-file-name
                " could not be created - status "
                certificate-file-status " - no certificates written"
        end-if
    end-if
    move 0 to eof

    read file-input

    close file-input
    close reverse-output-file
    if certificate-sw is equal to 'Y'
        close certificate-file
    end-if

    move 'END' to writer-function
    call "journal-writer" using writer-function, journal-line,
        perform 3700-check-tolerance
    else
        move answer-number to ws-dec-value
        *> the wording depends only on the value, so it is proved
        *> before unconvert is called - unconvert journals the
        *> DEC-ROMAN entry, and a record rejected after that would
        *> leave the journal ahead of the run's control-log line
        move 'N' to wording-fault-sw
        if certificate-sw is equal to 'Y'
                and ws-dec-value is not greater than 3999999
            perform 5530-word-certificate
        end-if
        if wording-fault-sw is equal to 'N'
            call "unconvert" using ws-dec-value, array-area, ret,
                ws-operator-id, ws-document-ref
        end-if
        evaluate true
            when wording-fault-sw is equal to 'Y'
                add 1 to ws-records-rejected
                add 1 to ws-wording-faults
                move 'WORDING FAULT' to rj-reason
                perform 5520-write-reverse-reject
                perform 3700-check-tolerance
            when ret is not equal to 1
                add 1 to ws-records-rejected
                move 'OUT OF RANGE' to rj-reason
                perform 5520-write-reverse-reject
                perform 3700-check-tolerance
            when other
                add 1 to ws-records-converted
                add ws-dec-value to ws-grand-total
                move ws-dec-value to rp-value
                move array-area to rp-numeral
                write reverse-output-record from reverse-pair-line
                perform 7000-update-frequency
                if certificate-sw is equal to 'Y'
                    perform 5532-print-numeral
                    perform 5540-write-certificate
                end-if
        end-evaluate
    end-if
    end-if.

    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line.

5530-word-certificate.
    *> the amount in words, then read back - a wording that does not
    *> come back to the very value it was written from is a fault
    move 'SPELL' to wd-function
    move ws-dec-value to wd-value
    call "value-words" using words-area
    if wd-result is not equal to 1
        move 'Y' to wording-fault-sw
    else
        move wd-text to ct-words
        move 'READ' to wd-function
        move 0 to wd-value
        call "value-words" using words-area
        if wd-result is not equal to 1
                or wd-value is not equal to ws-dec-value
            move 'Y' to wording-fault-sw
        end-if
    end-if.

5532-print-numeral.
    *> the numeral in its printed form - unconvert's underscores mark
    *> where the overline starts and stops, so they come out and a bar
    *> goes over every letter between them
    move spaces to ct-numeral
    move spaces to ct-bars
    move 'N' to ct-bar-sw
    move 0 to ct-out-idx
    perform 5535-print-one-character varying ct-in-idx from 1 by 1
        until ct-in-idx is greater than 30.

5535-print-one-character.
    evaluate true
        when s(ct-in-idx) is equal to '_'
            if ct-bar-sw is equal to 'Y'
                move 'N' to ct-bar-sw
            else
                move 'Y' to ct-bar-sw
            end-if
        when s(ct-in-idx) is equal to space
            continue
        when other
            add 1 to ct-out-idx
            move s(ct-in-idx) to ct-numeral(ct-out-idx:1)
            if ct-bar-sw is equal to 'Y'
                move '-' to ct-bars(ct-out-idx:1)
            end-if
    end-evaluate.

5540-write-certificate.
    add 1 to ws-certs-written
    add ws-dec-value to ws-cert-total
    move ws-document-ref to ct-reference
    move ws-dec-value to ct-value
    move ws-records-read to ct-position
    move ws-certs-written to ct-sequence
    move ws-cert-total to ct-run-total
    write certificate-record from certificate-line.

5600-print-reverse-report.
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Reverse Control Report      " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-records-read      to out-count
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-converted to out-count
    move spaces to rp-line
    string " Records Converted: " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-rejected  to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-grand-total       to out-total
    move spaces to rp-line
    string " Value Total:       " out-total
        delimited by size into rp-line
    perform 9410-report-line
    if certificate-sw is equal to 'Y'
        move ws-certs-written to out-count
        move spaces to rp-line
        string " Certificates:      " out-count
            delimited by size into rp-line
        perform 9410-report-line
        move ws-wording-faults to out-count
        move spaces to rp-line
        string " Wording Faults:    " out-count
            delimited by size into rp-line
        perform 9410-report-line
    end-if
    if run-failed-sw is equal to 'Y'
        move spaces to rp-line
        string " Run Status:        ** RUN FAILED - REJECT"
            " TOLERANCE EXCEEDED **" delimited by size into rp-line
        perform 9410-report-line
    else
        move " Run Status:        GOOD" to rp-line
        perform 9410-report-line
    end-if
    perform 4100-write-control-log
    perform 9420-close-control-report.

6000-manifest-mode.
    *> the desk gets a dozen branch files every afternoon - instead of
    perform 3065-get-profile
    perform 3060-get-tolerances
    perform 3070-get-plausibility
    perform 3800-start-qa-run

    perform 6200-reset-set-counters
    move 'N' to run-failed-sw
    move 'N' to manifest-restart-sw
    move 'N' to manifest-found-sw
    move 0 to restart-count
    perform 6050-find-manifest-run-date
    if restart-sw is equal to "Y" or restart-sw is equal to "y"
        perform 6100-load-manifest-checkpoint
    end-if

    perform 0900-check-run-period
    if period-closed-sw is equal to 'Y'
        display "Manifest run abandoned - no files processed"
        move 'STANDARD' to ws-profile
        go to 6000-exit
    end-if

    perform 0800-acquire-run-locks
    if locks-refused-sw is equal to 'Y'
        display "Manifest run abandoned - shared files are in use"
                " nothing was processed"
        end-if

        perform 9430-open-set-report
        perform 6400-print-set-totals
        perform 6500-reconcile-expected
        perform 9420-close-control-report
        if ws-set-rejected is greater than 0
            move manifest-file-name to ws-queue-source
            move 'N' to queue-reverse-sw
6000-exit.
    exit.

6050-find-manifest-run-date.
    *> manifest-build lists one run date's files, so the first entry
    *> MANIFEST.HST knows dates the whole set
    accept ws-run-date from date yyyymmdd
    move 'N' to run-date-found-sw
    open input manifest-file
    if manifest-file-status is equal to '00'
        move 0 to manifest-eof
        read manifest-file at end move 1 to manifest-eof end-read
        perform until manifest-eof is equal to 1
                or run-date-found-sw is equal to 'Y'
            if manifest-record is not equal to spaces
                move manifest-record to in-file-name
                perform 0910-find-run-date
            end-if
            read manifest-file at end move 1 to manifest-eof end-read
        end-perform
        close manifest-file
    end-if
    move spaces to in-file-name.

6100-load-manifest-checkpoint.
    *> same wrong-file protection as a single-file restart, manifest
    *> style: the checkpoint names the file the run died in, so every
        move ckpt-set-cleansed      to ws-set-cleansed
        move ckpt-set-first-seen    to ws-set-first-seen
        move ckpt-set-suspect       to ws-set-suspect
        perform 0920-restore-run-date
        close checkpoint-file
    else
        display "No checkpoint file found - starting from the beginning"
    end-if.

6200-reset-set-counters.
    move 0 to ws-set-qa-samples
    move 0 to ws-set-suspect
    move 0 to ws-set-first-seen
    move 0 to ws-set-cleansed
        into extract-file-name
    display " "
    display "=== Processing " in-file-name " ==="
    perform 6350-find-file-branch

    if manifest-restart-sw is equal to 'Y'
            and in-file-name is equal to manifest-target-name
        perform 6340-reset-file-counters
    end-if.

6350-find-file-branch.
    *> MANIFEST.EXP names the branch each scheduled file came from -
    *> that is what selects the branch's own cleansing rules. a file
    *> it doesn't name gets the shop-wide rules only
    move spaces to ws-file-branch
    open input expect-file
    if expect-file-status is equal to '00'
        move 0 to expect-eof
        read expect-file at end move 1 to expect-eof end-read
        perform until expect-eof is equal to 1
            move expect-record to branch-expect-line
            if bx-file is equal to in-file-name
                move bx-branch to ws-file-branch
                move 1 to expect-eof
            else
                read expect-file at end move 1 to expect-eof end-read
            end-if
        end-perform
        close expect-file
    end-if.

6320-bank-file-totals.
    add 1                    to ws-set-files
    add ws-records-read      to ws-set-read
    add ws-duplicates        to ws-set-duplicates
    add ws-cleansed          to ws-set-cleansed
    add ws-first-seen        to ws-set-first-seen
    add ws-suspect           to ws-set-suspect
    add ws-qa-samples        to ws-set-qa-samples.

6330-restore-file-counters.
    *> 6100 left the checkpoint record contents in the FD buffer only
        move ckpt-cleansed          to ws-cleansed
        move ckpt-first-seen        to ws-first-seen
        move ckpt-suspect           to ws-suspect
        move ckpt-rej-bad-char      to ws-rej-bad-char
        move ckpt-rej-bad-seq       to ws-rej-bad-seq
        move ckpt-rej-bad-table     to ws-rej-bad-table
        close checkpoint-file
    end-if.

6340-reset-file-counters.
    move 0 to ws-rej-bad-char
    move 0 to ws-rej-bad-seq
    move 0 to ws-rej-bad-table
    move 0 to ws-suspect
    move 0 to ws-first-seen
    move 0 to ws-cleansed
    move 0 to ws-duplicates.

6400-print-set-totals.
    move spaces to rp-line
    perform 9410-report-line
    move "=============================" to rp-line
    perform 9410-report-line
    move " Manifest Set Totals         " to rp-line
    perform 9410-report-line
    move "=============================" to rp-line
    perform 9410-report-line
    move ws-set-files to out-count
    move spaces to rp-line
    string " Files Processed:   " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-read to out-count
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-converted to out-count
    move spaces to rp-line
    string " Records Converted: " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-rejected to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-total to out-total
    move spaces to rp-line
    string " Grand Total:       " out-total
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-warnings to out-count
    move spaces to rp-line
    string " Case Warnings:     " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-duplicates to out-count
    move spaces to rp-line
    string " Duplicates Found:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-cleansed to out-count
    move spaces to rp-line
    string " Records Cleansed:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-first-seen to out-count
    move spaces to rp-line
    string " First-Seen Values: " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-suspect to out-count
    move spaces to rp-line
    string " Suspect Values:    " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-set-qa-samples to out-count
    move spaces to rp-line
    string " QA Samples Drawn:  " out-count
        delimited by size into rp-line
    perform 9410-report-line.

6500-reconcile-expected.
    move 0 to ws-expected-count
    move 0 to ws-missing-count
    open input expect-file
    if expect-file-status is equal to '00'
        move spaces to rp-line
        perform 9410-report-line
        move "=============================" to rp-line
        perform 9410-report-line
        move " Expected-Branch Section     " to rp-line
        perform 9410-report-line
        move "=============================" to rp-line
        perform 9410-report-line
        move 0 to expect-eof
        read expect-file at end move 1 to expect-eof end-read
        perform until expect-eof is equal to 1
            add 1 to ws-expected-count
            if bx-status is equal to 'MISSING'
                add 1 to ws-missing-count
                move spaces to rp-line
                string " MISSING: branch " bx-branch " file "
                    bx-file(1:40)
                    delimited by size into rp-line
                perform 9410-report-line
            end-if
            read expect-file at end move 1 to expect-eof end-read
        end-perform
        close expect-file
        move ws-expected-count to out-count
        move spaces to rp-line
        string " Branches Expected: " out-count
            delimited by size into rp-line
        perform 9410-report-line
        move ws-missing-count to out-count
        move spaces to rp-line
        string " Branches Missing:  " out-count
            delimited by size into rp-line
        perform 9410-report-line
        if ws-missing-count is greater than 0
            move spaces to rp-line
            string " ** EXPECTED BRANCHES DID NOT TRANSMIT - RUN"
                " MARKED FAILED FOR THE STREAM **"
                delimited by size into rp-line
            perform 9410-report-line
            move 8 to return-code
        end-if
    end-if.
        invalid key
            if first-seen-batch-sw is equal to 'Y'
                add 1 to ws-first-seen
                move ws-records-read to out-record
                move spaces to rp-line
                string "FIRST SEEN record " out-record " ref "
                    ws-document-ref ": " array-area
                    delimited by size into rp-line
                perform 9410-report-line
            end-if
            move 1 to freq-count
            accept freq-last-seen from date yyyymmdd
            accept freq-last-seen from date yyyymmdd
            rewrite freq-record
    end-read.

8000-date-convert-mode.
    display "Enter 'quit' to return to the menu"
    display "Enter Roman date (day.month.year): "
    perform 0600-get-reply
    move answer-reply(1:30) to rd-input
    move 'Y' to rd-interactive-sw
    perform until rd-input is equal to "quit"
        add 1 to ws-interactive-count
        move spaces to ws-document-ref
        move ws-interactive-count to rd-position
        perform 8500-convert-roman-date thru 8500-exit
        if rd-err is equal to 1
            display "Date: " rd-result
            display " "
        else
            display "ERROR: " rj-reason " - " rd-input
        end-if
        display "Enter Roman date (day.month.year): "
        perform 0600-get-reply
        move answer-reply(1:30) to rd-input
    end-perform
    move 'N' to rd-interactive-sw.

8100-date-file-mode.
    *> the records carry the document reference and the roman date in
    *> file mode's layout. shaped like reverse file mode - no
    *> checkpoint, no cleansing (a rule dropping '.' would wreck every
    *> date) - with file mode's results extract, registered the same
    display "Enter Roman-date input file name: "
    perform 0600-get-reply
    move answer-reply to in-file-name
    display "Enter results extract file name: "
    perform 0600-get-reply
    move answer-reply to extract-file-name
    perform 3065-get-profile
    perform 3060-get-tolerances

    perform 6200-reset-set-counters
    perform 6340-reset-file-counters
    move 'N' to run-failed-sw
    move 'DAT' to ws-log-direction

    perform 0910-find-run-date
    perform 0900-check-run-period
    if period-closed-sw is equal to 'Y'
        display "Date run abandoned - no records processed"
        move 'FWD' to ws-log-direction
        move 'STANDARD' to ws-profile
        go to 8100-exit
    end-if

    perform 0800-acquire-run-locks
    if locks-refused-sw is equal to 'Y'
        display "Date run abandoned - shared files are in use"
        move 'FWD' to ws-log-direction
        move 'STANDARD' to ws-profile
        go to 8100-exit
    end-if

    move 'NEWRUN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line
    move 'BEGIN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line

    perform 9400-open-control-report
    open input file-input
    open output results-extract-file
    open extend arrival-log-file
    if arrival-log-status is not equal to '00'
        open output arrival-log-file
    end-if
    move 0 to ws-extract-written
    move 0 to ws-extract-total
    accept ws-extract-start-date from date yyyymmdd
    accept ws-extract-start-time from time
    move 1 to ws-extract-first
    move 0 to eof

    read file-input
        at end set eof to 1
    end-read

    perform until eof is equal to 1
        add 1 to ws-records-read
        perform 8200-date-one-record
        read file-input
            at end set eof to 1
        end-read
    end-perform

    close file-input
    close arrival-log-file

    move 'END' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line

    perform 3520-write-extract-trailer
    close results-extract-file

    perform 8300-print-date-report
    if ws-records-rejected is greater than 0
        move in-file-name to ws-queue-source
        move 'N' to queue-reverse-sw
        perform 4500-register-reject-queue
    end-if
    perform 0850-release-run-locks
    move 'FWD' to ws-log-direction
    move 'STANDARD' to ws-profile.
8100-exit.
    exit.

8200-date-one-record.
    move fi-numeral to rd-input
    move fi-reference to ws-document-ref
    move ws-records-read to rd-position
    move ws-records-read to ws-record-position
    move spaces to array-area
    move rd-input to array-area
    move rd-input to ws-arrived-area
    perform 3058-log-arrival
    perform 8500-convert-roman-date thru 8500-exit
    move rd-input to array-area
    if rd-err is equal to 1
        add 1 to ws-records-converted
        move rd-result to temp
        display "Date from File:  " rd-input
        display "Converted Date:  " rd-result
        display " "
        perform 3500-write-extract-accepted
    else
        add 1 to ws-records-rejected
        evaluate rd-err
            when 2
                add 1 to ws-rej-bad-char
            when 3
                add 1 to ws-rej-bad-seq
            when 4
            when 5
                add 1 to ws-rej-bad-table
            when other
                continue
        end-evaluate
        perform 3510-write-extract-rejected
        perform 3700-check-tolerance
    end-if.

8300-print-date-report.
    move spaces to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move " Date Control Report         " to rp-line
    perform 9410-report-line
    move "-----------------------------" to rp-line
    perform 9410-report-line
    move ws-records-read      to out-count
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-converted to out-count
    move spaces to rp-line
    string " Dates Converted:   " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-records-rejected  to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-rej-bad-char to out-count
    move spaces to rp-line
    string "   Bad Character:   " out-count
        delimited by size into rp-line
    perform 9410-report-line
    move ws-rej-bad-seq to out-count
    move spaces to rp-line
    string "   Bad Sequence:    " out-count
        delimited by size into rp-line
    perform 9410-report-line
    compute out-count = ws-records-rejected - ws-rej-bad-char
        - ws-rej-bad-seq - ws-rej-bad-table
    move spaces to rp-line
    string "   Bad Date/Form:   " out-count
        delimited by size into rp-line
    perform 9410-report-line
    if run-failed-sw is equal to 'Y'
        move spaces to rp-line
        string " Run Status:        ** RUN FAILED - REJECT"
            " TOLERANCE EXCEEDED **" delimited by size into rp-line
        perform 9410-report-line
    else
        move " Run Status:        GOOD" to rp-line
        perform 9410-report-line
    end-if
    perform 4100-write-control-log
    perform 9420-close-control-report.

8500-convert-roman-date.
    *> RD-INPUT in, RD-ERR out: 1 with RD-RESULT set, CONVERT's own
    *> code for a part that failed, 6 for BAD DATE, 7 for BAD DATE
    *> FORM. every outcome but 1 has been rejected by the time it
    *> returns, under the whole date and RD-POSITION
    move 1 to rd-err
    perform 8510-split-date
    if rd-form-sw is equal to 'N'
        move 7 to rd-err
        move 'BAD DATE FORM' to rj-reason
        perform 8600-reject-date thru 8600-exit
        go to 8500-exit
    end-if
    move rd-part(1) to array-area
    perform 8520-convert-one-part
    move temp to rd-day
    if rd-err is equal to 1
        move rd-part(2) to array-area
        perform 8520-convert-one-part
        move temp to rd-month
    end-if
    if rd-err is equal to 1
        move rd-part(3) to array-area
        perform 8520-convert-one-part
        move temp to rd-year
    end-if
    if rd-err is not equal to 1
        evaluate rd-err
            when 2
                move 'BAD CHARACTER' to rj-reason
            when 3
                move 'BAD SEQUENCE' to rj-reason
            when 4
                move 'TABLE MISSING' to rj-reason
            when other
                move 'TABLE INVALID' to rj-reason
        end-evaluate
        perform 8600-reject-date thru 8600-exit
        go to 8500-exit
    end-if
    perform 8530-check-calendar
    if rd-err is not equal to 1
        move 'BAD DATE' to rj-reason
        perform 8600-reject-date thru 8600-exit
        go to 8500-exit
    end-if
    move rd-year to rd-yyyy
    move rd-month to rd-mm
    move rd-day to rd-dd
    perform 8700-journal-date.
8500-exit.
    exit.

8510-split-date.
    *> three non-empty parts around two separators, both '.' or both
    *> '/', and nothing after the third part
    move spaces to rd-part-table
    move 1 to rd-part-count
    move 0 to rd-part-len
    move space to rd-sep
    move 'Y' to rd-form-sw
    perform 8515-split-one-char varying rd-in-idx from 1 by 1
        until rd-in-idx is greater than 30
            or rd-form-sw is equal to 'N'
    if rd-part-count is not equal to 3 or rd-part-len is equal to 0
        move 'N' to rd-form-sw
    end-if.

8515-split-one-char.
    move rd-input(rd-in-idx:1) to rd-char
    evaluate true
        when rd-char is equal to space
            if rd-in-idx is less than 30
                if rd-input(rd-in-idx + 1:) is not equal to spaces
                    move 'N' to rd-form-sw
                end-if
            end-if
            move 30 to rd-in-idx
        when rd-char is equal to '.' or rd-char is equal to '/'
            if rd-part-len is equal to 0
                    or rd-part-count is greater than or equal to 3
                move 'N' to rd-form-sw
            end-if
            if rd-sep is not equal to space
                    and rd-sep is not equal to rd-char
                move 'N' to rd-form-sw
            end-if
            move rd-char to rd-sep
            add 1 to rd-part-count
            move 0 to rd-part-len
        when other
            add 1 to rd-part-len
            move rd-char to rd-part(rd-part-count)(rd-part-len:1)
    end-evaluate.

8520-convert-one-part.
    move 0 to temp
    call "convert" using array-area, ret, temp, rd-position,
        date-part-operator, ws-document-ref, ws-arrived-area,
        ws-profile
    move ret to rd-err.

8530-check-calendar.
    *> month 1-12, a four-digit year, and a day the month has - 30
    *> days hath September, and February's 29th only in a leap year
    if rd-month is less than 1 or rd-month is greater than 12
            or rd-year is less than 1 or rd-year is greater than 9999
            or rd-day is less than 1
        move 6 to rd-err
    else
        evaluate rd-month
            when 4
            when 6
            when 9
            when 11
                move 30 to rd-month-days
            when 2
                move 28 to rd-month-days
                divide rd-year by 4 giving rd-leap-quot
                    remainder rd-leap-rem4
                divide rd-year by 100 giving rd-leap-quot
                    remainder rd-leap-rem100
                divide rd-year by 400 giving rd-leap-quot
                    remainder rd-leap-rem400
                if rd-leap-rem400 is equal to 0
                        or (rd-leap-rem4 is equal to 0
                            and rd-leap-rem100 is not equal to 0)
                    move 29 to rd-month-days
                end-if
            when other
                move 31 to rd-month-days
        end-evaluate
        if rd-day is greater than rd-month-days
            move 6 to rd-err
        end-if
    end-if.

8600-reject-date.
    *> the whole date goes on the reject, whichever part failed, so
    *> the desk sees what the document actually said. a date keyed at
    *> the terminal is not queued - the operator has the error on the
    *> screen, and the desk has no source file to rerun it from
    if rd-interactive-sw is equal to 'Y'
        go to 8600-exit
    end-if
    move rd-position to rj-position
    move rd-input to rj-value
    move ws-document-ref to rj-reference
    accept ra-date from date yyyymmdd
    accept ra-time from time
    move ws-operator-id to ra-operator
    move rd-position to ra-position
    move rj-reason to ra-reason
    move rd-input to ra-value
    move ws-document-ref to ra-reference
    move 'REJECT' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line.
8600-exit.
    exit.

8700-journal-date.
    accept jl-date from date yyyymmdd
    accept jl-time from time
    move ws-operator-id to jl-operator
    move 'ROMAN-DATE' to jl-direction
    move rd-input to jl-value
    move rd-result to jl-result-disp
    move jl-result-disp to jl-result
    move ws-document-ref to jl-reference
    move rd-input to jl-arrived
    move ws-profile to jl-profile
    move 'JOURNAL' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line.

9000-partition-mode.
    display "Enter partition set name: "
    perform 0600-get-reply
    move answer-reply(1:6) to part-set-name
    display "Enter partition number: "
    perform 0600-get-reply
    perform 0700-reply-to-number
    if answer-number is less than 1 or answer-number is greater than 99
        display "Partition number must be 1 - 99 - run abandoned"
        go to 9000-exit
    end-if
    move answer-number to part-number
    perform 9100-find-partition
    if part-found-sw is equal to 'N'
        display "Partition " part-number " of set " part-set-name
            " is not on PARTSET.DIR - run abandoned"
        go to 9000-exit
    end-if
    if part-merged-sw is equal to 'Y'
        *> the merged extract has gone out - a rerun partition could
        *> never reach it
        display "Set " part-set-name " has already been merged -"
            " run abandoned"
        go to 9000-exit
    end-if
    perform 3065-get-profile
    perform 3060-get-tolerances
    perform 3070-get-plausibility

    perform 6200-reset-set-counters
    perform 6340-reset-file-counters
    move spaces to ws-file-branch
    move 'N' to run-failed-sw
    move 0 to restart-count

    perform 0900-check-run-period
    if period-closed-sw is equal to 'Y'
        display "Partition run abandoned - no records processed"
        move 'STANDARD' to ws-profile
        go to 9000-exit
    end-if

    *> the partition's own lock keeps a second run of the same
    *> partition out; the shared files' locks are partition-merge's
    perform 9150-acquire-partition-lock
    if locks-refused-sw is equal to 'Y'
        display "Partition run abandoned - partition " part-tag
            " is already being run"
        move 'STANDARD' to ws-profile
        go to 9000-exit
    end-if

    move spaces to extract-file-name
    string part-tag delimited by space
        '.EXT' delimited by size
        into extract-file-name
    move spaces to seen-work-name
    string part-tag delimited by space
        '.SWK' delimited by size
        into seen-work-name
    move spaces to sorted-seen-name
    string part-tag delimited by space
        '.SST' delimited by size
        into sorted-seen-name
    move spaces to arrival-log-name
    string part-tag delimited by space
        '.ARR' delimited by size
        into arrival-log-name
    *> a rerun partition replaces its earlier attempt's arrivals
    open output arrival-log-file
    close arrival-log-file

    move 'Y' to part-mode-sw
    compute ws-position-base = part-first-pos - 1
    move part-tag to jl-reference
    move 'PARTITN' to writer-function
    call "journal-writer" using writer-function, journal-line,
        reject-line, reject-archive-line
    display "Partition " part-tag ": " part-records " records from"
        " input position " part-first-pos

    perform 3050-process-input-file
    if ws-records-read is not equal to part-records
        display "WARNING: partition-split recorded " part-records
            " records for this partition - partition-merge will"
            " refuse the set until it is rerun"
    end-if

    move 'N' to part-mode-sw
    move 0 to ws-position-base
    move 'SEENWORK.TMP' to seen-work-name
    move 'SEENSORT.TMP' to sorted-seen-name
    move 'DOCARRIV.LOG' to arrival-log-name
    move part-tag to lock-resource
    move 'RELEASE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result
    move 'STANDARD' to ws-profile.
9000-exit.
    exit.

9100-find-partition.
    *> the set's SPLIT line dates the work every partition does
    move 'N' to part-found-sw
    move 'N' to part-merged-sw
    accept ws-run-date from date yyyymmdd
    move spaces to part-tag
    string part-set-name delimited by space
        part-number delimited by size
        into part-tag
    open input partition-dir-file
    if partition-dir-status is equal to '00'
        move 0 to partition-dir-eof
        read partition-dir-file
            at end move 1 to partition-dir-eof
        end-read
        perform until partition-dir-eof is equal to 1
            if partition-dir-record(7:6) is equal to part-set-name
                perform 9110-check-partition-line
            end-if
            read partition-dir-file
                at end move 1 to partition-dir-eof
            end-read
        end-perform
        close partition-dir-file
    end-if.

9110-check-partition-line.
    evaluate partition-dir-record(31:6)
        when 'SPLIT '
            move partition-dir-record to part-split-line
            move pss-date to ws-run-date
        when 'PART  '
            move partition-dir-record to part-entry-line
            if psp-part is equal to part-number
                move 'Y' to part-found-sw
                move psp-file to in-file-name
                move psp-first-pos to part-first-pos
                move psp-records to part-records
            end-if
        when 'MERGED'
            move 'Y' to part-merged-sw
        when other
            continue
    end-evaluate.

9150-acquire-partition-lock.
    move 'N' to locks-refused-sw
    move part-tag to lock-resource
    move 'ACQUIRE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result
    if lock-result is not equal to 1
        display "Override the lock on " lock-resource
            " (only for a crashed run)? (Y/N): "
        perform 0600-get-reply
        if answer-reply(1:1) is equal to 'Y'
                or answer-reply(1:1) is equal to 'y'
            move 'FORCE' to lock-function
            call "run-lock" using lock-function, lock-resource,
                ws-operator-id, lock-result
        end-if
    end-if
    if lock-result is not equal to 1
        move 'Y' to locks-refused-sw
    end-if.

9300-write-partition-result.
    *> everything partition-merge needs to foot the partition and to
    *> build the set's ROMANCTL.LOG and FILESTAT.LOG lines
    move part-set-name to psr-set
    move part-number to psr-part
    move 'RESULT' to psr-type
    accept psr-date from date yyyymmdd
    accept psr-time from time
    move ws-operator-id to psr-operator
    if run-failed-sw is equal to 'Y'
        move 'FAIL' to psr-status
    else
        move 'GOOD' to psr-status
    end-if
    move ws-records-read      to psr-read
    move ws-records-converted to psr-converted
    move ws-records-rejected  to psr-rejected
    move ws-grand-total       to psr-total
    move ws-rej-bad-char      to psr-bad-char
    move ws-rej-bad-seq       to psr-bad-seq
    move ws-rej-bad-table     to psr-bad-table
    move ws-cleansed          to psr-cleansed
    move ws-suspect           to psr-suspect
    move ws-case-warnings     to psr-warnings
    move ws-extract-written   to psr-ext-count
    move ws-extract-total     to psr-ext-total
    move ws-extract-start-date to psr-start-date
    move ws-extract-start-time to psr-start-time
    move ws-profile           to psr-profile
    open extend partition-dir-file
    if partition-dir-status is not equal to '00'
        open output partition-dir-file
    end-if
    write partition-dir-record from part-result-line
    close partition-dir-file
    display "Partition result recorded on PARTSET.DIR for set "
        part-set-name " partition " part-number.

9400-open-control-report.
    *> one print file per input file - the detail lines the run
    *> announces (CLEANSED, FIRST SEEN, SUSPECT VALUE, case warnings)
    *> are the control report's sections, so they print with it.
    *> reverse and date runs print theirs under their own codes
    move 'OPEN' to rp-function
    move 'ROMAN-NUMERALS' to rp-program
    move spaces to rp-title
    evaluate ws-log-direction
        when 'REV'
            move 'CONVREV' to rp-code
            string 'REVERSE CONTROL REPORT - ' delimited by size
                in-file-name delimited by space
                into rp-title
            end-string
        when 'DAT'
            move 'CONVDATE' to rp-code
            string 'DATE CONTROL REPORT - ' delimited by size
                in-file-name delimited by space
                into rp-title
            end-string
        when other
            move 'CONVFILE' to rp-code
            string 'CONTROL REPORT - ' delimited by size
                in-file-name delimited by space
                into rp-title
            end-string
    end-evaluate
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9410-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9420-close-control-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.

9430-open-set-report.
    *> the manifest's combined totals and expected-branch check are a
    *> report of their own, after the per-file control reports
    move 'OPEN' to rp-function
    move 'ROMAN-NUMERALS' to rp-program
    move 'CONVSET' to rp-code
    move spaces to rp-title
    string 'MANIFEST SET TOTALS - ' delimited by size
        manifest-file-name delimited by space
        into rp-title
    end-string
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.
