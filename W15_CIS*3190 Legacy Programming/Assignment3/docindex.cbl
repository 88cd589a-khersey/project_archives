*>
*> filename:   docindex.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> document index build. the ten-byte document reference rides on
*> every file a document touches - DOCARRIV.LOG when its branch record
*> is read, CONVERT.RJA when it rejects, CONVERT.DSP when the repair
*> desk corrects or writes it off, CONVERT.JNL (and the CONVJNL.yyyymm
*> archives) when it converts, and the results extract that carried it
*> to ledger posting - but each file only knows its own part. this
*> program reads all of them and rebuilds DOCINDEX.DAT, one keyed
*> event per happening, keyed by reference then date and time, so
*> document-inquiry can show one document's whole life in date order
*> with a single START.
*>
*> every reference also gets a DOCUMENT header event keyed ahead of
*> its history, carrying the date and branch file it first arrived on.
*> a later arrival of the same reference on a later day is written as
*> a REPEATED event and listed on the build report - a document sent
*> twice across days converts twice, and nothing else in the suite
*> looks across days for it.
*>
*> the index is rebuilt from scratch on every run, so it can never
*> drift from the files it describes. extracts are found through
*> EXTSENT.DAT and carry that register's SENT / ACKED / BADACK status
*> onto each document's EXTRACTED event. a restatement's REVERSAL and
*> CORRECTION journal entries are indexed as REVERSED and RESTATED
*> events, naming the conversion they restate.
*>

identification division.
program-id. document-index.

environment division.
input-output section.
file-control.
    select document-index-file assign to "DOCINDEX.DAT"
        organization is indexed
        access mode is dynamic
        record key is di-key
        file status is index-file-status.
    select arrival-log-file assign to "DOCARRIV.LOG"
        organization is line sequential
        file status is arrival-log-status.
    select reject-archive-file assign to "CONVERT.RJA"
        organization is line sequential
        file status is reject-archive-status.
    select journal-file assign to dynamic journal-input-name
        organization is line sequential
        file status is journal-file-status.
    select disposition-file assign to "CONVERT.DSP"
        organization is line sequential
        file status is disposition-status.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is extract-sent-status.
    select extract-file assign to dynamic extract-input-name
        organization is line sequential
        file status is extract-file-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd document-index-file.
    01 doc-index-record.
        02 di-key.
            03 di-reference pic X(10).
            03 di-date      pic 9(8).
            03 di-time      pic 9(8).
            03 di-seq       pic 9(8).
        02 di-event  pic X(10).
        02 di-source pic X(50).
        02 di-detail pic X(80).
        02 di-header redefines di-detail.
            03 dh-first-date    pic 9(8).
            03 dh-first-time    pic 9(8).
            03 dh-repeat-count  pic 9(4).
            03 filler           pic X(60).

fd arrival-log-file.
    01 arrival-log-record pic X(210).

fd reject-archive-file.
    01 reject-archive-record pic X(151).

fd journal-file.
    01 journal-record pic X(231).

fd disposition-file.
    01 disposition-record pic X(297).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd extract-file.
    01 extract-record.
        02 xd-record-type pic X(1).
        02 xd-numeral     pic X(30).
        02 xd-result      pic 9(9).
        02 xd-status      pic X(1).
        02 xd-reference   pic X(10).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 index-file-status     pic X(2).
77 arrival-log-status    pic X(2).
77 reject-archive-status pic X(2).
77 journal-file-status   pic X(2).
77 disposition-status    pic X(2).
77 extract-sent-status   pic X(2).
77 extract-file-status   pic X(2).
77 input-eof pic S9.
77 register-eof pic S9.
copy docarrrec.
copy rejarchrec.
copy journalrec.
copy disprec.
copy extsentrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

*> archive scan - the CONVJNL.yyyymm months to read before the live
*> journal, stepped the way freq-rebuild steps them
77 journal-input-name pic X(50).
77 extract-input-name pic X(50).
01 archive-name-parts.
    02 filler    pic X(8) value 'CONVJNL.'.
    02 anp-month pic 9(6).
77 from-month-text pic X(6).
77 to-month-text   pic X(6).
77 from-month pic 9(6) value zero.
77 to-month   pic 9(6) value zero.
01 scan-month pic 9(6).
01 scan-month-parts redefines scan-month.
    02 smp-yyyy pic 9(4).
    02 smp-mm   pic 9(2).
77 scan-yyyy pic 9(4).
77 scan-mm   pic 9(2).

*> the event being posted - 8100-write-event keys it and files it
77 ev-reference pic X(10).
77 ev-date      pic 9(8).
77 ev-time      pic 9(8).
77 ev-event     pic X(10).
77 ev-source    pic X(50).
77 ev-detail    pic X(80).
77 ws-seq       pic 9(8) value zero.

*> left-justify work for the right-justified edited figures
77 trim-work    pic X(30).
77 trim-out     pic X(30).
77 trim-lead    pic S9(4) usage is computational.

77 ws-arrivals      pic S9(8) usage is computational value zero.
77 ws-cleansed      pic S9(8) usage is computational value zero.
77 ws-rejects       pic S9(8) usage is computational value zero.
77 ws-conversions   pic S9(8) usage is computational value zero.
77 ws-dispositions  pic S9(8) usage is computational value zero.
77 ws-extract-lines pic S9(8) usage is computational value zero.
77 ws-documents     pic S9(8) usage is computational value zero.
77 ws-repeats       pic S9(8) usage is computational value zero.
77 ws-no-reference  pic S9(8) usage is computational value zero.
77 ws-events        pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.
77 out-eq    pic Z(8)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Document Index Build".
    display "----------------------".
    perform 1000-accept-archive-range.

    open output document-index-file.
    close document-index-file.
    open i-o document-index-file.
    if index-file-status is not equal to '00'
        display "DOCINDEX.DAT could not be opened - status "
            index-file-status
        move 8 to return-code
        perform 0800-close-answer-file
        goback
    end-if.

    perform 9700-open-report.
    move spaces to rp-line.
    perform 9800-report-line.
    move "--- Documents repeated across days ---" to rp-line.
    perform 9800-report-line.
    perform 2000-post-arrivals.
    perform 3000-post-rejects.
    perform 4000-post-journal-history.
    perform 5000-post-dispositions.
    perform 6000-post-extracts.

    close document-index-file.

    perform 7000-print-summary.
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

1000-accept-archive-range.
    display "Earliest CONVJNL archive month YYYYMM (blank = live"
        " journal only): "
    perform 0600-get-reply
    move answer-reply(1:6) to from-month-text
    display "Latest CONVJNL archive month YYYYMM (blank = live"
        " journal only): "
    perform 0600-get-reply
    move answer-reply(1:6) to to-month-text
    if from-month-text is equal to spaces
            or to-month-text is equal to spaces
        move 0 to from-month
        move 0 to to-month
    else
        inspect from-month-text replacing leading space by zero
        inspect to-month-text replacing leading space by zero
        move from-month-text to from-month
        move to-month-text to to-month
    end-if.

2000-post-arrivals.
    open input arrival-log-file
    if arrival-log-status is not equal to '00'
        display "DOCARRIV.LOG not on file - no arrivals indexed"
    else
        move 0 to input-eof
        read arrival-log-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move arrival-log-record to document-arrival-line
            if da-reference is equal to spaces
                add 1 to ws-no-reference
            else
                perform 2100-post-one-arrival
            end-if
            read arrival-log-file at end move 1 to input-eof end-read
        end-perform
        close arrival-log-file
    end-if.

2100-post-one-arrival.
    add 1 to ws-arrivals
    move da-reference to ev-reference
    move da-date to ev-date
    move da-time to ev-time
    move da-file to ev-source
    move 'ARRIVED' to ev-event
    move da-position to trim-work
    perform 8300-left-justify
    move spaces to ev-detail
    string 'POSITION ' delimited by size
        trim-out delimited by space
        ' VALUE ' delimited by size
        da-arrived delimited by size
        into ev-detail
    perform 8100-write-event
    if da-cleansed is not equal to da-arrived
        add 1 to ws-cleansed
        move 'CLEANSED' to ev-event
        move spaces to ev-detail
        string 'AMENDED ' delimited by size
            da-arrived delimited by space
            ' TO ' delimited by size
            da-cleansed delimited by size
            into ev-detail
        perform 8100-write-event
    end-if
    perform 2200-check-document-header.

2200-check-document-header.
    *> the header sits at date and time zero, ahead of every event for
    *> the reference - the first arrival writes it, and any arrival on
    *> a later day than the header's is the same document sent again
    move da-reference to di-reference
    move 0 to di-date
    move 0 to di-time
    move 0 to di-seq
    read document-index-file key is di-key
        invalid key
            add 1 to ws-documents
            move da-reference to di-reference
            move 0 to di-date
            move 0 to di-time
            move 0 to di-seq
            move 'DOCUMENT' to di-event
            move da-file to di-source
            move spaces to di-detail
            move da-date to dh-first-date
            move da-time to dh-first-time
            move 0 to dh-repeat-count
            write doc-index-record
                invalid key
                    continue
            end-write
        not invalid key
            if da-date is greater than dh-first-date
                perform 2300-post-repeat
            end-if
    end-read.

2300-post-repeat.
    add 1 to ws-repeats
    add 1 to dh-repeat-count
    rewrite doc-index-record
        invalid key
            continue
    end-rewrite
    move spaces to rp-line
    string "REPEATED: ref " da-reference " first " dh-first-date
        " on " di-source(1:30)
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "          again " da-date " on " da-file(1:30)
        delimited by size into rp-line
    perform 9800-report-line
    move 'REPEATED' to ev-event
    move da-file to ev-source
    move spaces to ev-detail
    string 'FIRST ARRIVED ' delimited by size
        dh-first-date delimited by size
        ' ON ' delimited by size
        di-source delimited by space
        into ev-detail
    perform 8100-write-event.

3000-post-rejects.
    open input reject-archive-file
    if reject-archive-status is not equal to '00'
        display "CONVERT.RJA not on file - no rejects indexed"
    else
        move 0 to input-eof
        read reject-archive-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move reject-archive-record to reject-archive-line
            if ra-reference is not equal to spaces
                add 1 to ws-rejects
                move ra-reference to ev-reference
                move ra-date to ev-date
                move ra-time to ev-time
                move 'CONVERT.RJA' to ev-source
                move 'REJECTED' to ev-event
                move spaces to ev-detail
                string ra-reason delimited by '  '
                    ' VALUE ' delimited by size
                    ra-value delimited by space
                    ' BY ' delimited by size
                    ra-operator delimited by size
                    into ev-detail
                perform 8100-write-event
            end-if
            read reject-archive-file at end move 1 to input-eof end-read
        end-perform
        close reject-archive-file
    end-if.

4000-post-journal-history.
    if from-month is greater than 0
        move from-month to scan-month
        perform 4100-scan-one-archive
            until scan-month is greater than to-month
    end-if
    move spaces to journal-input-name
    move 'CONVERT.JNL' to journal-input-name
    perform 4200-scan-one-journal-file.

4100-scan-one-archive.
    move scan-month to anp-month
    move archive-name-parts to journal-input-name
    perform 4200-scan-one-journal-file
    move smp-yyyy to scan-yyyy
    move smp-mm to scan-mm
    add 1 to scan-mm
    if scan-mm is greater than 12
        add 1 to scan-yyyy
        move 1 to scan-mm
    end-if
    move scan-yyyy to smp-yyyy
    move scan-mm to smp-mm.

4200-scan-one-journal-file.
    open input journal-file
    if journal-file-status is not equal to '00'
        display "Skipping " journal-input-name(1:20) " - status "
            journal-file-status
    else
        move 0 to input-eof
        read journal-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move journal-record to journal-line
            *> replay entries never touched a document, and entries
            *> with no reference have no document to belong to
            if jl-operator is not equal to 'JNLAUDIT'
                    and jl-reference is not equal to spaces
                perform 4300-post-one-conversion
            end-if
            read journal-file at end move 1 to input-eof end-read
        end-perform
        close journal-file
    end-if.

4300-post-one-conversion.
    add 1 to ws-conversions
    move jl-reference to ev-reference
    move jl-date to ev-date
    move jl-time to ev-time
    move journal-input-name to ev-source
    move 'CONVERTED' to ev-event
    evaluate true
        when jl-direction is equal to 'REVERSAL'
                or jl-direction is equal to 'CORRECTION'
            *> a restatement's pair - the value taken back out and the
            *> value it was corrected to, each tied to the conversion it
            *> restates by that entry's date and time
            if jl-direction is equal to 'REVERSAL'
                move 'REVERSED' to ev-event
            else
                move 'RESTATED' to ev-event
            end-if
            move jl-result to trim-work
            perform 8300-left-justify
            move spaces to ev-detail
            string jl-value delimited by space
                ' = ' delimited by size
                trim-out delimited by space
                ' BY ' delimited by size
                jl-operator delimited by space
                ' ' delimited by size
                jl-arrived delimited by size
                into ev-detail
        when jl-direction is equal to 'ROMAN-DEC'
                or jl-direction is equal to 'ROMAN-DATE'
            move jl-result to trim-work
            perform 8300-left-justify
            move spaces to ev-detail
            string jl-value delimited by space
                ' = ' delimited by size
                trim-out delimited by space
                ' BY ' delimited by size
                jl-operator delimited by space
                ' PROFILE ' delimited by size
                jl-profile delimited by size
                into ev-detail
        when other
            move jl-value to trim-work
            perform 8300-left-justify
            move spaces to ev-detail
            string trim-out delimited by space
                ' = ' delimited by size
                jl-result delimited by space
                ' BY ' delimited by size
                jl-operator delimited by space
                ' (DECIMAL TO ROMAN)' delimited by size
                into ev-detail
    end-evaluate
    perform 8100-write-event.

5000-post-dispositions.
    open input disposition-file
    if disposition-status is not equal to '00'
        display "CONVERT.DSP not on file - no dispositions indexed"
    else
        move 0 to input-eof
        read disposition-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            move disposition-record to disposition-line
            *> lines from before the history layout carry no date and
            *> cannot be placed in a lifecycle - they are passed over
            if disposition-record(1:7) is equal to 'DATE = '
                    and dp-reference is not equal to spaces
                perform 5100-post-one-disposition
            end-if
            read disposition-file at end move 1 to input-eof end-read
        end-perform
        close disposition-file
    end-if.

5100-post-one-disposition.
    add 1 to ws-dispositions
    move dp-reference to ev-reference
    move dp-date to ev-date
    move dp-time to ev-time
    move dp-queue to ev-source
    move spaces to ev-detail
    if dp-action is equal to 'WRITEOFF'
        move 'WRITEOFF' to ev-event
        string 'REASON ' delimited by size
            dp-reason delimited by size
            ' BY ' delimited by size
            dp-operator delimited by size
            into ev-detail
    else
        move 'CORRECTED' to ev-event
        move dp-result to trim-work
        perform 8300-left-justify
        string 'TO ' delimited by size
            dp-value delimited by space
            ' = ' delimited by size
            trim-out delimited by space
            ' BY ' delimited by size
            dp-operator delimited by size
            into ev-detail
    end-if
    perform 8100-write-event.

6000-post-extracts.
    open input extract-sent-file
    if extract-sent-status is not equal to '00'
        display "EXTSENT.DAT not on file - no extracts indexed"
    else
        move 0 to register-eof
        read extract-sent-file at end move 1 to register-eof end-read
        perform until register-eof is equal to 1
            move extract-sent-record to extract-sent-line
            perform 6100-post-one-extract
            read extract-sent-file at end move 1 to register-eof
            end-read
        end-perform
        close extract-sent-file
    end-if.

6100-post-one-extract.
    move xs-name to extract-input-name
    open input extract-file
    if extract-file-status is not equal to '00'
        display "Skipping extract " xs-name(1:40) " - status "
            extract-file-status
    else
        move 0 to input-eof
        read extract-file at end move 1 to input-eof end-read
        perform until input-eof is equal to 1
            if xd-record-type is equal to 'D'
                    and xd-reference is not equal to spaces
                perform 6200-post-one-extract-line
            end-if
            read extract-file at end move 1 to input-eof end-read
        end-perform
        close extract-file
    end-if.

6200-post-one-extract-line.
    *> the register keeps only the day an extract went out - its
    *> lines are filed at the end of that day, behind the run that
    *> produced them
    add 1 to ws-extract-lines
    move xd-reference to ev-reference
    move xs-date to ev-date
    move 99999999 to ev-time
    move xs-name to ev-source
    move 'EXTRACTED' to ev-event
    move spaces to ev-detail
    *> a restatement's correction extract carries each value twice -
    *> V taking the original back out, C posting the corrected one
    move xd-result to out-eq
    move out-eq to trim-work
    perform 8300-left-justify
    evaluate xd-status
        when 'A'
            string 'ACCEPTED ' delimited by size
                trim-out delimited by space
                ' LEDGER ' delimited by size
                xs-status delimited by size
                into ev-detail
        when 'V'
            string 'REVERSED ' delimited by size
                trim-out delimited by space
                ' LEDGER ' delimited by size
                xs-status delimited by size
                into ev-detail
        when 'C'
            string 'CORRECTED TO ' delimited by size
                trim-out delimited by space
                ' LEDGER ' delimited by size
                xs-status delimited by size
                into ev-detail
        when other
            string 'REJECTED - NOTHING POSTED, LEDGER '
                delimited by size
                xs-status delimited by size
                into ev-detail
    end-evaluate
    perform 8100-write-event.

7000-print-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Document Index Summary      " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-documents to out-count
    move spaces to rp-line
    string " Documents Indexed:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-arrivals to out-count
    move spaces to rp-line
    string " Arrivals:            " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-cleansed to out-count
    move spaces to rp-line
    string " Cleansed:            " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rejects to out-count
    move spaces to rp-line
    string " Rejects:             " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-dispositions to out-count
    move spaces to rp-line
    string " Dispositions:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-conversions to out-count
    move spaces to rp-line
    string " Conversions:         " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-extract-lines to out-count
    move spaces to rp-line
    string " Extract Lines:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-events to out-count
    move spaces to rp-line
    string " Events Filed:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-no-reference to out-count
    move spaces to rp-line
    string " Arrivals Without Ref:" out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-repeats to out-count
    move spaces to rp-line
    string " Repeated Across Days:" out-count
        delimited by size into rp-line
    perform 9800-report-line.

8100-write-event.
    add 1 to ws-seq
    move ev-reference to di-reference
    move ev-date to di-date
    move ev-time to di-time
    move ws-seq to di-seq
    move ev-event to di-event
    move ev-source to di-source
    move ev-detail to di-detail
    write doc-index-record
        invalid key
            display "Event for ref " ev-reference " not filed - status "
                index-file-status
        not invalid key
            add 1 to ws-events
    end-write.

8300-left-justify.
    move 0 to trim-lead
    inspect trim-work tallying trim-lead for leading space
    move spaces to trim-out
    if trim-lead is less than 30
        move trim-work(trim-lead + 1:30 - trim-lead) to trim-out
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'DOCUMENT-INDEX' to rp-program
    move 'DOCINDEX' to rp-code
    move 'DOCUMENT INDEX BUILD' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
