*>
*> filename:   branchscore.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> month-end branch quality scorecard. ROMANCTL.LOG answers for the
*> shop as a whole; this answers branch by branch. every active branch
*> on BRANCHMST.DAT gets one scorecard entry for the month:
*>   - files expected, arrived, arrived late, and missing, off the
*>     MANIFEST.HST expectation history manifest-build appends to. a
*>     branch date whose first expectation line says ARRIVED was on
*>     time; one first seen MISSING whose file was later found by a
*>     rebuild or processed by a conversion run arrived late; anything
*>     else is missing
*>   - records read, rejected, and the reject rate, with the rejects
*>     split by reason, plus the cleansed, duplicate, first-seen, and
*>     suspect counts - all off FILESTAT.LOG, the per-file statistics
*>     file and manifest modes write, attributed to a branch by
*>     matching the file name against the branch's file-name pattern
*>     (a '@' stands for any run date, as manifest-build expands it)
*> the branches print worst first: highest reject rate, then most
*> files missing, then most files late - the order the document-prep
*> desk wants to go through them in.
*>

identification division.
program-id. branch-scorecard.

environment division.
input-output section.
file-control.
    select branch-master assign to "BRANCHMST.DAT"
        organization is indexed
        access mode is dynamic
        record key is br-id
        file status is branch-file-status.
    select expect-history-file assign to "MANIFEST.HST"
        organization is line sequential
        file status is expect-history-status.
    select file-stat-file assign to "FILESTAT.LOG"
        organization is line sequential
        file status is file-stat-status.
    select score-work-file assign to "SCOREWRK.TMP"
        organization is line sequential.
    select sorted-score-file assign to "SCORESRT.TMP"
        organization is line sequential.
    select score-sort-file assign to "SCORESRT.SRT".
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd branch-master.
    01 branch-record.
        02 br-id      pic X(8).
        02 br-name    pic X(30).
        02 br-pattern pic X(50).
        02 br-days    pic X(7).
        02 br-status  pic X(1).

fd expect-history-file.
    01 expect-history-record pic X(106).

fd file-stat-file.
    01 file-stat-record pic X(305).

fd score-work-file.
    01 score-work-record.
        02 sw-rate    pic 9(5).
        02 sw-missing pic 9(4).
        02 sw-late    pic 9(4).
        02 sw-idx     pic 9(4).

fd sorted-score-file.
    01 sorted-score-record.
        02 ss-rate    pic 9(5).
        02 ss-missing pic 9(4).
        02 ss-late    pic 9(4).
        02 ss-idx     pic 9(4).

sd score-sort-file.
    01 score-sort-record.
        02 sk-rate    pic 9(5).
        02 sk-missing pic 9(4).
        02 sk-late    pic 9(4).
        02 sk-idx     pic 9(4).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 branch-file-status    pic X(2).
77 expect-history-status pic X(2).
77 file-stat-status      pic X(2).
77 input-eof  pic S9.
copy brexphist.
copy filestatrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

77 score-month-text pic X(6).
77 score-month      pic 9(6).
77 line-month       pic 9(6).
77 ws-today         pic 9(8).

*> one slot per active branch, with its month's tallies
01 branch-table.
    02 bt-entry occurs 200 times.
        03 bt-id        pic X(8).
        03 bt-name      pic X(30).
        03 bt-pattern   pic X(50).
        03 bt-at-pos    pic S9(4) usage is computational.
        03 bt-expected  pic S9(4) usage is computational.
        03 bt-on-time   pic S9(4) usage is computational.
        03 bt-late      pic S9(4) usage is computational.
        03 bt-missing   pic S9(4) usage is computational.
        03 bt-files     pic S9(4) usage is computational.
        03 bt-read      pic S9(8) usage is computational.
        03 bt-rejected  pic S9(8) usage is computational.
        03 bt-bad-char  pic S9(8) usage is computational.
        03 bt-bad-seq   pic S9(8) usage is computational.
        03 bt-bad-table pic S9(8) usage is computational.
        03 bt-cleansed  pic S9(8) usage is computational.
        03 bt-dups      pic S9(8) usage is computational.
        03 bt-first     pic S9(8) usage is computational.
        03 bt-suspect   pic S9(8) usage is computational.
77 bt-count pic S9(4) usage is computational value zero.
77 bt-idx   pic S9(4) usage is computational.
77 bt-found pic S9(4) usage is computational.

*> one slot per branch and expected date - a manifest rebuilt later
*> the same day adds lines for a date already held, which can only
*> turn MISSING into found
01 expect-table.
    02 ex-entry occurs 3000 times.
        03 ex-branch    pic S9(4) usage is computational.
        03 ex-date      pic 9(8).
        03 ex-file      pic X(50).
        03 ex-first     pic X(7).
        03 ex-found-sw  pic X(1).
77 ex-count pic S9(4) usage is computational value zero.
77 ex-idx   pic S9(4) usage is computational.
77 ex-found pic S9(4) usage is computational.
77 ex-overflow-sw pic X(1) value 'N'.

*> pattern match work - see 8200-match-pattern
77 mt-file  pic X(50).
77 mt-at    pic S9(4) usage is computational.
77 mt-len   pic S9(4) usage is computational.
77 match-sw pic X(1).
77 px       pic S9(4) usage is computational.

77 ws-unmatched-files pic S9(4) usage is computational value zero.
77 ws-rank      pic S9(4) usage is computational value zero.
77 ws-rate-work pic S9(8) usage is computational.
77 sort-eof     pic S9.

77 ws-shop-read     pic S9(8) usage is computational value zero.
77 ws-shop-rejected pic S9(8) usage is computational value zero.
77 ws-shop-missing  pic S9(8) usage is computational value zero.
77 ws-shop-late     pic S9(8) usage is computational value zero.

01 score-line-1.
    02 sl-rank     pic ZZ9.
    02 filler      pic X(2) value spaces.
    02 sl-id       pic X(8).
    02 filler      pic X(1) value space.
    02 sl-name     pic X(20).
    02 filler      pic X(1) value space.
    02 sl-expected pic ZZ9.
    02 filler      pic X(1) value space.
    02 sl-arrived  pic ZZ9.
    02 filler      pic X(1) value space.
    02 sl-late     pic ZZ9.
    02 filler      pic X(1) value space.
    02 sl-missing  pic ZZ9.
    02 filler      pic X(1) value space.
    02 sl-read     pic Z(7)9.
    02 filler      pic X(1) value space.
    02 sl-rejected pic Z(6)9.
    02 filler      pic X(1) value space.
    02 sl-rate     pic ZZ9.99.
    02 filler      pic X(1) value '%'.

01 score-line-2.
    02 filler      pic X(15) value '     REJECTS - '.
    02 filler      pic X(10) value 'BAD CHAR '.
    02 sl-bad-char pic Z(6)9.
    02 filler      pic X(10) value '  BAD SEQ '.
    02 sl-bad-seq  pic Z(6)9.
    02 filler      pic X(8)  value '  TABLE '.
    02 sl-bad-table pic Z(6)9.

01 score-line-3.
    02 filler      pic X(15) value '     COUNTS  - '.
    02 filler      pic X(10) value 'CLEANSED '.
    02 sl-cleansed pic Z(6)9.
    02 filler      pic X(6)  value '  DUP '.
    02 sl-dups     pic Z(6)9.
    02 filler      pic X(12) value '  FIRST-SEEN'.
    02 filler      pic X(1)  value space.
    02 sl-first    pic Z(6)9.
    02 filler      pic X(10) value '  SUSPECT '.
    02 sl-suspect  pic Z(6)9.

77 out-count pic Z(7)9.
77 out-rate  pic ZZ9.99.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Branch Quality Scorecard".
    display "--------------------------".
    display "Scorecard month YYYYMM (blank = this month): ".
    perform 0600-get-reply.
    move answer-reply(1:6) to score-month-text.
    if score-month-text is equal to spaces
        accept ws-today from date yyyymmdd
        compute score-month = ws-today / 100
    else
        inspect score-month-text replacing leading space by zero
        move score-month-text to score-month
    end-if.

    perform 9700-open-report.
    perform 1000-load-branches.
    if bt-count is equal to 0
        move spaces to rp-line
        string "No active branches on BRANCHMST.DAT - nothing to"
            " score" delimited by size into rp-line
        perform 9800-report-line
        move 8 to return-code
        perform 9900-close-report
        perform 0800-close-answer-file
        goback
    end-if.

    perform 2000-load-expectations.
    perform 3000-post-file-stats.
    perform 4000-classify-expectations.
    perform 5000-rank-branches.
    perform 6000-print-scorecard.
    perform 9900-close-report.
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

1000-load-branches.
    open input branch-master
    if branch-file-status is not equal to '00'
        move spaces to rp-line
        string "BRANCHMST.DAT could not be opened - status "
            branch-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        move low-values to br-id
        start branch-master key is not less than br-id
            invalid key
                continue
        end-start
        move 0 to input-eof
        read branch-master next record
            at end move 1 to input-eof
        end-read
        perform until input-eof is equal to 1
            if br-status is equal to 'A'
                if bt-count is less than 200
                    perform 1100-load-one-branch
                else
                    move spaces to rp-line
                    string "WARNING: more than 200 active branches -"
                        " " br-id " and later not scored"
                        delimited by size into rp-line
                    perform 9800-report-line
                    move 1 to input-eof
                end-if
            end-if
            if input-eof is equal to 0
                read branch-master next record
                    at end move 1 to input-eof
                end-read
            end-if
        end-perform
        close branch-master
    end-if.

1100-load-one-branch.
    add 1 to bt-count
    initialize bt-entry(bt-count)
    move br-id to bt-id(bt-count)
    move br-name to bt-name(bt-count)
    move br-pattern to bt-pattern(bt-count)
    move 0 to bt-at-pos(bt-count)
    perform varying px from 1 by 1 until px is greater than 50
        if br-pattern(px:1) is equal to '@'
                and bt-at-pos(bt-count) is equal to 0
            move px to bt-at-pos(bt-count)
        end-if
    end-perform.

2000-load-expectations.
    open input expect-history-file
    if expect-history-status is not equal to '00'
        move spaces to rp-line
        string "MANIFEST.HST not on file - files expected cannot"
            " be scored" delimited by size into rp-line
        perform 9800-report-line
    else
        move 0 to input-eof
        read expect-history-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move expect-history-record to branch-expect-history-line
            compute line-month = bh-date / 100
            if line-month is equal to score-month
                perform 2100-post-one-expectation
            end-if
            read expect-history-file at end move 1 to input-eof
            end-read
        end-perform
        close expect-history-file
    end-if.

2100-post-one-expectation.
    move 0 to bt-found
    perform varying bt-idx from 1 by 1
            until bt-idx is greater than bt-count
        if bt-id(bt-idx) is equal to bh-branch
            move bt-idx to bt-found
        end-if
    end-perform
    if bt-found is greater than 0
        move 0 to ex-found
        perform varying ex-idx from 1 by 1
                until ex-idx is greater than ex-count
            if ex-branch(ex-idx) is equal to bt-found
                    and ex-date(ex-idx) is equal to bh-date
                move ex-idx to ex-found
            end-if
        end-perform
        if ex-found is equal to 0
            if ex-count is less than 3000
                add 1 to ex-count
                move bt-found to ex-branch(ex-count)
                move bh-date to ex-date(ex-count)
                move bh-file to ex-file(ex-count)
                move bh-status to ex-first(ex-count)
                move 'N' to ex-found-sw(ex-count)
            else
                move 'Y' to ex-overflow-sw
            end-if
        else
            if bh-status is equal to 'ARRIVED'
                move 'Y' to ex-found-sw(ex-found)
            end-if
        end-if
    end-if.

3000-post-file-stats.
    open input file-stat-file
    if file-stat-status is not equal to '00'
        move spaces to rp-line
        string "FILESTAT.LOG not on file - record counts cannot be"
            " scored" delimited by size into rp-line
        perform 9800-report-line
    else
        move 0 to input-eof
        read file-stat-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move file-stat-record to file-stat-line
            compute line-month = fs-date / 100
            *> a file processed after month-end can still settle a
            *> late arrival for the month's last days, but only the
            *> month's own runs count toward its figures
            if line-month is not less than score-month
                perform 3100-mark-expectation-found
            end-if
            if line-month is equal to score-month
                perform 3200-post-one-file
            end-if
            read file-stat-file at end move 1 to input-eof end-read
        end-perform
        close file-stat-file
    end-if.

3100-mark-expectation-found.
    perform varying ex-idx from 1 by 1
            until ex-idx is greater than ex-count
        if ex-file(ex-idx) is equal to fs-file
            move 'Y' to ex-found-sw(ex-idx)
        end-if
    end-perform.

3200-post-one-file.
    move 0 to bt-found
    move fs-file to mt-file
    perform varying bt-idx from 1 by 1
            until bt-idx is greater than bt-count
                or bt-found is greater than 0
        perform 8200-match-pattern
        if match-sw is equal to 'Y'
            move bt-idx to bt-found
        end-if
    end-perform
    if bt-found is equal to 0
        add 1 to ws-unmatched-files
    else
        add 1 to bt-files(bt-found)
        add fs-read to bt-read(bt-found)
        add fs-rejected to bt-rejected(bt-found)
        add fs-bad-char to bt-bad-char(bt-found)
        add fs-bad-seq to bt-bad-seq(bt-found)
        add fs-bad-table to bt-bad-table(bt-found)
        add fs-cleansed to bt-cleansed(bt-found)
        add fs-duplicates to bt-dups(bt-found)
        add fs-first to bt-first(bt-found)
        add fs-suspect to bt-suspect(bt-found)
    end-if.

4000-classify-expectations.
    perform varying ex-idx from 1 by 1
            until ex-idx is greater than ex-count
        move ex-branch(ex-idx) to bt-idx
        add 1 to bt-expected(bt-idx)
        if ex-first(ex-idx) is equal to 'ARRIVED'
            add 1 to bt-on-time(bt-idx)
        else
            if ex-found-sw(ex-idx) is equal to 'Y'
                add 1 to bt-late(bt-idx)
            else
                add 1 to bt-missing(bt-idx)
            end-if
        end-if
    end-perform.

5000-rank-branches.
    *> reject rate in hundredths of a percent leads the sort key, so
    *> a tie on rate falls to missing files, then late ones
    open output score-work-file
    perform varying bt-idx from 1 by 1
            until bt-idx is greater than bt-count
        perform 5100-rate-one-branch
        move ws-rate-work to sw-rate
        move bt-missing(bt-idx) to sw-missing
        move bt-late(bt-idx) to sw-late
        move bt-idx to sw-idx
        write score-work-record
    end-perform
    close score-work-file
    sort score-sort-file
        on descending key sk-rate
        on descending key sk-missing
        on descending key sk-late
        on ascending key sk-idx
        using score-work-file
        giving sorted-score-file.

5100-rate-one-branch.
    if bt-read(bt-idx) is greater than 0
        compute ws-rate-work rounded =
            (bt-rejected(bt-idx) * 10000) / bt-read(bt-idx)
    else
        move 0 to ws-rate-work
    end-if.

6000-print-scorecard.
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "Scorecard for month " score-month " - worst branch first"
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "RNK  BRANCH   NAME                 EXP ARR LAT MIS"
        "     READ  REJECTS  RATE" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "---  -------- -------------------- --- --- --- ---"
        " -------- ------- -------" delimited by size into rp-line
    perform 9800-report-line
    open input sorted-score-file
    move 0 to sort-eof
    read sorted-score-file at end move 1 to sort-eof end-read
    perform until sort-eof is equal to 1
        move ss-idx to bt-idx
        perform 6100-print-one-branch
        read sorted-score-file at end move 1 to sort-eof end-read
    end-perform
    close sorted-score-file
    perform 6200-print-shop-totals.

6100-print-one-branch.
    add 1 to ws-rank
    perform 5100-rate-one-branch
    move ws-rank to sl-rank
    move bt-id(bt-idx) to sl-id
    move bt-name(bt-idx) to sl-name
    move bt-expected(bt-idx) to sl-expected
    compute sl-arrived = bt-on-time(bt-idx) + bt-late(bt-idx)
    move bt-late(bt-idx) to sl-late
    move bt-missing(bt-idx) to sl-missing
    move bt-read(bt-idx) to sl-read
    move bt-rejected(bt-idx) to sl-rejected
    compute sl-rate = ws-rate-work / 100
    move score-line-1 to rp-line
    perform 9800-report-line
    move bt-bad-char(bt-idx) to sl-bad-char
    move bt-bad-seq(bt-idx) to sl-bad-seq
    move bt-bad-table(bt-idx) to sl-bad-table
    move score-line-2 to rp-line
    perform 9800-report-line
    move bt-cleansed(bt-idx) to sl-cleansed
    move bt-dups(bt-idx) to sl-dups
    move bt-first(bt-idx) to sl-first
    move bt-suspect(bt-idx) to sl-suspect
    move score-line-3 to rp-line
    perform 9800-report-line
    add bt-read(bt-idx) to ws-shop-read
    add bt-rejected(bt-idx) to ws-shop-rejected
    add bt-missing(bt-idx) to ws-shop-missing
    add bt-late(bt-idx) to ws-shop-late.

6200-print-shop-totals.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Scorecard Totals            " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move bt-count to out-count
    move spaces to rp-line
    string " Branches Scored:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-shop-read to out-count
    move spaces to rp-line
    string " Records Read:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-shop-rejected to out-count
    move spaces to rp-line
    string " Records Rejected:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-shop-read is greater than 0
        compute out-rate rounded =
            (ws-shop-rejected * 100) / ws-shop-read
    else
        move 0 to out-rate
    end-if
    move spaces to rp-line
    string " Shop Reject Rate:      " out-rate "%"
        delimited by size into rp-line
    perform 9800-report-line
    move ws-shop-late to out-count
    move spaces to rp-line
    string " Files Late:          " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-shop-missing to out-count
    move spaces to rp-line
    string " Files Missing:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-unmatched-files to out-count
    move spaces to rp-line
    string " Files Matching No Branch Pattern:" out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ex-overflow-sw is equal to 'Y'
        move spaces to rp-line
        string " WARNING: more than 3000 branch-days expected - the"
            " files-expected figures are understated"
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

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
    move 'BRANCH-SCORECARD' to rp-program
    move 'BRSCORE' to rp-code
    move 'BRANCH QUALITY SCORECARD' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
