*>
*> filename:   mastbackup.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> generation backup of the master and control files. OPERMAST.DAT,
*> DIGITVAL.DAT and its DIGITVAL.CTL, BRANCHMST.DAT, ROMANFREQ.DAT,
*> REJQUEUE.DIR, EXTSENT.DAT, and RUNLOCKS.DAT are all updated in
*> place and each has exactly one copy - freq-rebuild can reconstruct
*> the frequency file from the journal, but nothing can undo a bad
*> operator-maint or branch-maint session. this step copies every one
*> of them into a new generation and records each copy on BACKUP.CAT
*> (backcatrec.cpy) with its record count, so master-restore can put
*> any one file back as it stood at any generation still on hand.
*>
*> the operator (or a PARM card) gives the number of generations to
*> keep, blank meaning 7. generations rotate through that many slots
*> per file - OPERMAST.B01, OPERMAST.B02, and so on - so the oldest
*> generation's copies are the ones the new generation overwrites and
*> the disk never holds more than KEEP copies of any file. the keyed
*> files are copied record for record into fixed-length sequential
*> copies, which carry their computational fields byte for byte; the
*> text files are copied line for line. a master that does not exist
*> yet (RUNLOCKS.DAT before the first lock, say) is catalogued NOFILE
*> rather than failed.
*>
*> run it as a nightly job-stream step (BACKUP) with its STEP card
*> ahead of CONVFILE, so every generation is the files as the night's
*> conversion work found them. a copy whose write fails is catalogued
*> BAD and the step ends with return code 8. locks held on RUNLOCKS.DAT
*> at backup time are listed - a run that still holds them may have
*> left its files part-way through an update.
*>

identification division.
program-id. master-backup.

environment division.
input-output section.
file-control.
    select operator-master assign to "OPERMAST.DAT"
        organization is indexed
        access mode is sequential
        record key is om-id
        file status is master-status.
    select digit-value-file assign to "DIGITVAL.DAT"
        organization is indexed
        access mode is sequential
        record key is dv-key
        file status is master-status.
    select branch-master assign to "BRANCHMST.DAT"
        organization is indexed
        access mode is sequential
        record key is bm-id
        file status is master-status.
    select frequency-file assign to "ROMANFREQ.DAT"
        organization is indexed
        access mode is sequential
        record key is fq-key
        file status is master-status.
    select lock-file assign to "RUNLOCKS.DAT"
        organization is indexed
        access mode is sequential
        record key is lk-resource
        file status is master-status.
    select text-master-file assign to dynamic master-name
        organization is line sequential
        file status is master-status.
    select oper-copy-file assign to dynamic copy-name
        organization is sequential
        file status is copy-status.
    select digit-copy-file assign to dynamic copy-name
        organization is sequential
        file status is copy-status.
    select branch-copy-file assign to dynamic copy-name
        organization is sequential
        file status is copy-status.
    select freq-copy-file assign to dynamic copy-name
        organization is sequential
        file status is copy-status.
    select lock-copy-file assign to dynamic copy-name
        organization is sequential
        file status is copy-status.
    select text-copy-file assign to dynamic copy-name
        organization is line sequential
        file status is copy-status.
    select backup-catalog-file assign to "BACKUP.CAT"
        organization is line sequential
        file status is catalog-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd operator-master.
    01 oper-master-record.
        02 om-id     pic X(8).
        02 filler    pic X(70).

fd digit-value-file.
    01 digit-value-record.
        02 dv-key    pic X(9).
        02 filler    pic X(2).

fd branch-master.
    01 branch-record.
        02 bm-id     pic X(8).
        02 filler    pic X(88).

fd frequency-file.
    01 freq-record.
        02 fq-key    pic X(30).
        02 filler    pic X(12).

fd lock-file.
    01 lock-record.
        02 lk-resource pic X(14).
        02 lk-operator pic X(8).
        02 lk-date     pic 9(8).
        02 lk-time     pic 9(8).

fd text-master-file.
    01 text-master-record pic X(310).

fd oper-copy-file.
    01 oper-copy-record pic X(78).

fd digit-copy-file.
    01 digit-copy-record pic X(11).

fd branch-copy-file.
    01 branch-copy-record pic X(96).

fd freq-copy-file.
    01 freq-copy-record pic X(42).

fd lock-copy-file.
    01 lock-copy-record pic X(38).

fd text-copy-file.
    01 text-copy-record pic X(310).

fd backup-catalog-file.
    01 backup-catalog-record pic X(162).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 master-status  pic X(2).
77 copy-status    pic X(2).
77 catalog-status pic X(2).
77 master-eof  pic S9.
77 catalog-eof pic S9.
copy backcatrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).

*> the files backed up, in the order they are copied - the master's
*> name, the short code its generation copies are named for, and
*> whether it is keyed (I) or text (L)
01 backup-file-values.
    02 filler pic X(23) value 'OPERMAST.DAT  OPERMASTI'.
    02 filler pic X(23) value 'DIGITVAL.DAT  DIGITVALI'.
    02 filler pic X(23) value 'DIGITVAL.CTL  DIGITCTLL'.
    02 filler pic X(23) value 'BRANCHMST.DAT BRANCHMSI'.
    02 filler pic X(23) value 'ROMANFREQ.DAT ROMFREQ I'.
    02 filler pic X(23) value 'REJQUEUE.DIR  REJQDIR L'.
    02 filler pic X(23) value 'EXTSENT.DAT   EXTSENT L'.
    02 filler pic X(23) value 'RUNLOCKS.DAT  RUNLOCKSI'.
01 backup-file-table redefines backup-file-values.
    02 bf-entry occurs 8 times.
        03 bf-master pic X(14).
        03 bf-code   pic X(8).
        03 bf-kind   pic X(1).
77 bf-idx pic S9(2) usage is computational.

77 master-name pic X(50).
77 copy-name   pic X(50).
77 keep-text   pic X(2).
77 keep-count  pic 9(2).
77 last-generation pic 9(6) value zero.
77 new-generation  pic 9(6).
77 slot-number     pic 9(2).
77 slot-quotient   pic S9(6) usage is computational.
77 slot-remainder  pic S9(6) usage is computational.
77 run-date pic 9(8).
77 run-time pic 9(8).

77 copy-found-sw pic X(1).
77 copy-bad-sw   pic X(1).
77 ws-copied     pic S9(9) usage is computational.
77 ws-locks-held pic S9(4) usage is computational value zero.
77 ws-bad-copies pic S9(4) usage is computational value zero.
77 out-count pic Z(8)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Master File Generation Backup".
    display "-------------------------------".
    display "Generations to keep (1 - 20, blank = 7): ".
    perform 0600-get-reply.
    move answer-reply(1:2) to keep-text.
    perform 0700-check-keep-count.
    if keep-count is equal to 0
        display "Generations to keep must be 1 - 20 - nothing copied"
        move 8 to return-code
        perform 0800-close-answer-file
        goback
    end-if.

    perform 1000-find-last-generation.
    add 1 to last-generation giving new-generation.
    subtract 1 from new-generation giving slot-quotient.
    divide slot-quotient by keep-count giving slot-quotient
        remainder slot-remainder.
    add 1 to slot-remainder giving slot-number.
    accept run-date from date yyyymmdd.
    accept run-time from time.
    perform 9700-open-report.
    move new-generation to out-count.
    move spaces to rp-line.
    string "Generation " out-count " to slot " slot-number
        " of " keep-count
        delimited by size into rp-line.
    perform 9800-report-line.
    move spaces to rp-line.
    perform 9800-report-line.

    open extend backup-catalog-file.
    if catalog-status is not equal to '00'
        open output backup-catalog-file
    end-if.
    perform 2000-back-up-one-file varying bf-idx from 1 by 1
        until bf-idx is greater than 8.
    close backup-catalog-file.

    move spaces to rp-line.
    perform 9800-report-line.
    if ws-locks-held is greater than 0
        move spaces to rp-line
        string "WARNING: the locks listed were held at backup time -"
            " the files those runs update may be part-way through"
            delimited by size into rp-line
        perform 9800-report-line
    end-if.
    if ws-bad-copies is greater than 0
        move "** BACKUP INCOMPLETE - BAD COPIES ARE LISTED ABOVE **"
            to rp-line
        perform 9800-report-line
        move 8 to return-code
    else
        move "Backup generation complete" to rp-line
        perform 9800-report-line
        move 0 to return-code
    end-if.
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

0700-check-keep-count.
    *> one or two digits, either justified; anything else is refused
    move 0 to keep-count
    if keep-text is equal to spaces
        move 7 to keep-count
    else
        if keep-text(2:1) is equal to space
            move keep-text(1:1) to keep-text(2:1)
            move '0' to keep-text(1:1)
        end-if
        inspect keep-text replacing leading space by zero
        if keep-text is numeric
            move keep-text to keep-count
            if keep-count is greater than 20
                move 0 to keep-count
            end-if
        end-if
    end-if.

0800-close-answer-file.
    if answer-mode-sw is equal to 'Y'
        close auto-answer-file
        move 'N' to answer-mode-sw
    end-if.

1000-find-last-generation.
    move 0 to last-generation
    open input backup-catalog-file
    if catalog-status is equal to '00'
        move 0 to catalog-eof
        read backup-catalog-file into backup-catalog-line
            at end move 1 to catalog-eof
        end-read
        perform until catalog-eof is equal to 1
            if bc-status is not equal to 'RESTOR'
                    and bc-generation is numeric
                    and bc-generation is greater than last-generation
                move bc-generation to last-generation
            end-if
            read backup-catalog-file into backup-catalog-line
                at end move 1 to catalog-eof
            end-read
        end-perform
        close backup-catalog-file
    end-if.

2000-back-up-one-file.
    move spaces to copy-name
    string bf-code(bf-idx) delimited by space
        '.B' delimited by size
        slot-number delimited by size
        into copy-name
    move 'Y' to copy-found-sw
    move 'N' to copy-bad-sw
    move 0 to ws-copied
    evaluate bf-idx
        when 1
            perform 2100-copy-operator-master
        when 2
            perform 2200-copy-digit-values
        when 4
            perform 2300-copy-branch-master
        when 5
            perform 2400-copy-frequency-file
        when 8
            perform 2500-copy-lock-file
        when other
            perform 2600-copy-text-file
    end-evaluate
    perform 2900-catalog-one-copy.

2100-copy-operator-master.
    open input operator-master
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output oper-copy-file
        move 0 to master-eof
        read operator-master next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write oper-copy-record from oper-master-record
            perform 2800-check-copy-write
            read operator-master next record
                at end move 1 to master-eof
            end-read
        end-perform
        close oper-copy-file
        close operator-master
    end-if.

2200-copy-digit-values.
    open input digit-value-file
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output digit-copy-file
        move 0 to master-eof
        read digit-value-file next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write digit-copy-record from digit-value-record
            perform 2800-check-copy-write
            read digit-value-file next record
                at end move 1 to master-eof
            end-read
        end-perform
        close digit-copy-file
        close digit-value-file
    end-if.

2300-copy-branch-master.
    open input branch-master
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output branch-copy-file
        move 0 to master-eof
        read branch-master next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write branch-copy-record from branch-record
            perform 2800-check-copy-write
            read branch-master next record
                at end move 1 to master-eof
            end-read
        end-perform
        close branch-copy-file
        close branch-master
    end-if.

2400-copy-frequency-file.
    open input frequency-file
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output freq-copy-file
        move 0 to master-eof
        read frequency-file next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write freq-copy-record from freq-record
            perform 2800-check-copy-write
            read frequency-file next record
                at end move 1 to master-eof
            end-read
        end-perform
        close freq-copy-file
        close frequency-file
    end-if.

2500-copy-lock-file.
    open input lock-file
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output lock-copy-file
        move 0 to master-eof
        read lock-file next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write lock-copy-record from lock-record
            perform 2800-check-copy-write
            add 1 to ws-locks-held
            move spaces to rp-line
            string "  lock held: " lk-resource " by " lk-operator
                " since " lk-date " " lk-time
                delimited by size into rp-line
            perform 9800-report-line
            read lock-file next record
                at end move 1 to master-eof
            end-read
        end-perform
        close lock-copy-file
        close lock-file
    end-if.

2600-copy-text-file.
    move bf-master(bf-idx) to master-name
    open input text-master-file
    if master-status is not equal to '00'
        move 'N' to copy-found-sw
    else
        open output text-copy-file
        move 0 to master-eof
        read text-master-file
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            write text-copy-record from text-master-record
            perform 2800-check-copy-write
            read text-master-file
                at end move 1 to master-eof
            end-read
        end-perform
        close text-copy-file
        close text-master-file
    end-if.

2800-check-copy-write.
    if copy-status is equal to '00'
        add 1 to ws-copied
    else
        move 'Y' to copy-bad-sw
    end-if.

2900-catalog-one-copy.
    move new-generation to bc-generation
    move run-date to bc-date
    move run-time to bc-time
    move bf-master(bf-idx) to bc-file
    move copy-name to bc-copy
    move slot-number to bc-slot
    move keep-count to bc-keep
    move ws-copied to bc-records
    move spaces to bc-operator
    evaluate true
        when copy-found-sw is equal to 'N'
            move 'NOFILE' to bc-status
            move spaces to bc-copy
        when copy-bad-sw is equal to 'Y'
            move 'BAD' to bc-status
            add 1 to ws-bad-copies
        when other
            move 'GOOD' to bc-status
    end-evaluate
    write backup-catalog-record from backup-catalog-line
    move ws-copied to out-count
    move spaces to rp-line
    string " " bc-file " " out-count " records  " bc-copy " "
        bc-status
        delimited by size into rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'MASTER-BACKUP' to rp-program
    move 'BACKUP' to rp-code
    move 'MASTER FILE GENERATION BACKUP' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
