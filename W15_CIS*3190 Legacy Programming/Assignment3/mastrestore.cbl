*>
*> filename:   mastrestore.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> point-in-time restore of one master or control file from the
*> generations master-backup keeps. the catalog (BACKUP.CAT, see
*> backcatrec.cpy) is shown file by file - every generation still on
*> hand, when it was taken, and how many records it holds - and the
*> supervisor picks a file and a generation to put back over the live
*> file. DIGITVAL.DAT and DIGITVAL.CTL only make sense together (the
*> control's row count and hash are checked against the table at
*> every converter start-up), so asking for either restores both from
*> the same generation.
*>
*> replacing a master undoes every change made since the generation
*> was taken, so sign-on demands supervisor authority - refused
*> attempts go to AUTHFAIL.LOG - and the restore is refused outright
*> while RUNLOCKS.DAT shows any lock held: a batch part-way through
*> would carry on against a file that changed under it. the copy is
*> counted before the live file is touched and must agree with its
*> catalog line, the restored file is counted again afterwards, and
*> every restore is recorded on the catalog as a RESTOR line with the
*> generation, the records, and the supervisor who made it.
*>
*> the digit-value table is under dual control in digit-value-maint,
*> and a restore replaces it wholesale, so putting it back takes a
*> second supervisor, signed on under a different id, to approve it
*> at the desk, and the restore is written to DIGITVAL.AUD - the
*> table's own audit trail - with the generation, both supervisors,
*> and when. a site whose OPERMAST.DAT is missing can still restore
*> OPERMAST.DAT itself, which is how such a site recovers, but no
*> other master: without the operator master nobody's authority can
*> be proven.
*>
*> a generation is on hand when its copy has not been overwritten
*> since - the latest catalog line for the copy name is its own - and
*> it is within the number of generations the last backup was told to
*> keep.
*>

identification division.
program-id. master-restore.

environment division.
input-output section.
file-control.
    select operator-master assign to "OPERMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is om-id
        file status is master-status.
    select digit-value-file assign to "DIGITVAL.DAT"
        organization is indexed
        access mode is dynamic
        record key is dv-key
        file status is master-status.
    select branch-master assign to "BRANCHMST.DAT"
        organization is indexed
        access mode is dynamic
        record key is bm-id
        file status is master-status.
    select frequency-file assign to "ROMANFREQ.DAT"
        organization is indexed
        access mode is dynamic
        record key is fq-key
        file status is master-status.
    select lock-file assign to "RUNLOCKS.DAT"
        organization is indexed
        access mode is dynamic
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
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
    select digit-audit-file assign to "DIGITVAL.AUD"
        organization is line sequential
        file status is digit-audit-status.

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

fd auth-fail-file.
    01 auth-fail-record pic X(100).

fd digit-audit-file.
    01 digit-audit-record pic X(139).

working-storage section.
77 master-status    pic X(2).
77 copy-status      pic X(2).
77 catalog-status   pic X(2).
77 auth-fail-status pic X(2).
77 digit-audit-status pic X(2).
77 master-eof  pic S9.
77 catalog-eof pic S9.
copy backcatrec.
copy authfailrec.
copy signonarea.

77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 validated-sw   pic X(1) value 'N'.
77 approver-id    pic X(8) value spaces.
77 approved-sw    pic X(1).
77 confirm-sw     pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).

77 lock-function pic X(8).
77 lock-resource pic X(14).
77 lock-result   pic S9 usage is computational.
77 ws-locks-held pic S9(4) usage is computational value zero.

*> the files master-backup copies, in its order, with the short code
*> their generation copies are named for
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

*> the generations on hand, off BACKUP.CAT
01 catalog-table.
    02 ct-entry occurs 200 times.
        03 ct-file       pic X(14).
        03 ct-copy       pic X(14).
        03 ct-generation pic 9(6).
        03 ct-date       pic 9(8).
        03 ct-time       pic 9(8).
        03 ct-records    pic 9(9).
        03 ct-on-hand-sw pic X(1).
77 ct-count pic S9(4) usage is computational value zero.
77 ct-idx   pic S9(4) usage is computational.
77 ct-found pic S9(4) usage is computational.
77 last-generation pic 9(6) value zero.
77 last-keep       pic 9(2) value zero.
77 on-hand-count   pic S9(4) usage is computational value zero.

77 restore-file    pic X(14).
77 restore-gen     pic 9(6).
77 show-gen        pic 9(6).
77 restore-idx     pic S9(2) usage is computational.
77 partner-idx     pic S9(2) usage is computational.
77 restore-entry   pic S9(4) usage is computational.
77 partner-entry   pic S9(4) usage is computational.
77 restore-ok-sw   pic X(1).

77 master-name pic X(50).
77 copy-name   pic X(50).
77 ws-counted  pic S9(9) usage is computational.
77 ws-written  pic S9(9) usage is computational.
77 out-count   pic Z(8)9.
77 out-gen     pic Z(5)9.
77 digit-rows-written pic S9(9) usage is computational value zero.

*> a digit-value restore on DIGITVAL.AUD - the date, time, operator,
*> and action lead as on digit-value-maint's change lines, so the
*> table's history reads in one place
01 digit-audit-line.
    02 da-date-label     pic X(7)  value 'DATE = '.
    02 da-date           pic 9(8).
    02 da-time-label     pic X(8)  value ' TIME = '.
    02 da-time           pic 9(8).
    02 da-operator-label pic X(12) value ' OPERATOR = '.
    02 da-operator       pic X(8).
    02 da-action-label   pic X(10) value ' ACTION = '.
    02 da-action         pic X(6).
    02 da-gen-label      pic X(14) value ' GENERATION = '.
    02 da-generation     pic 9(6).
    02 da-taken-label    pic X(9)  value ' TAKEN = '.
    02 da-taken          pic 9(8).
    02 da-rows-label     pic X(8)  value ' ROWS = '.
    02 da-rows           pic 9(4).
    02 da-approver-label pic X(12) value ' APPROVER = '.
    02 da-approver       pic X(8).
    02 filler            pic X(3)  value spaces.

procedure division.
0000-mainline.
    display " Master File Point-in-Time Restore".
    display "-----------------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.
    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    perform 1000-check-run-locks.
    if ws-locks-held is greater than 0
        display "Restore refused - RUNLOCKS.DAT shows a run holding"
            " the locks listed; restore once it has finished"
        move 8 to return-code
        stop run
    end-if.

    perform 2000-load-catalog.
    if on-hand-count is equal to 0
        display "No generations on hand - run master-backup first"
        move 8 to return-code
        stop run
    end-if.
    perform 3000-show-catalog.

    perform 4000-choose-generation thru 4000-exit.
    if restore-ok-sw is equal to 'Y'
        perform 5000-restore-generation thru 5000-exit
    end-if.
    if restore-ok-sw is not equal to 'Y'
        move 8 to return-code
    end-if.
    stop run.

0100-check-authority.
    *> same supervisor demand as the frequency rebuild, with the same
    *> missing-master fallback - a site whose OPERMAST.DAT is gone is
    *> the site most in need of restoring it, so that restore alone
    *> is let through unvalidated
    move 'N' to supervisor-sw
    move 'N' to validated-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'MASTER-RESTORE' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated; only OPERMAST.DAT may be restored"
        move 'Y' to supervisor-sw
    else
        if so-result is equal to 1
                and so-authority is equal to 'S'
            display "Signed on: " so-name
            move 'Y' to supervisor-sw
            move 'Y' to validated-sw
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required to restore a"
                " master file - refused"
            move 'MASTER-RESTORE' to af-program
            move 'RESTORE' to af-action
            perform 8000-write-auth-fail
        end-if
    end-if.

8000-write-auth-fail.
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

1000-check-run-locks.
    move 0 to ws-locks-held
    open input lock-file
    if master-status is equal to '00'
        move 0 to master-eof
        read lock-file next record
            at end move 1 to master-eof
        end-read
        perform until master-eof is equal to 1
            add 1 to ws-locks-held
            display "  lock held: " lk-resource " by " lk-operator
                " since " lk-date " " lk-time
            read lock-file next record
                at end move 1 to master-eof
            end-read
        end-perform
        close lock-file
    end-if.

2000-load-catalog.
    move 0 to ct-count
    open input backup-catalog-file
    if catalog-status is equal to '00'
        move 0 to catalog-eof
        read backup-catalog-file into backup-catalog-line
            at end move 1 to catalog-eof
        end-read
        perform until catalog-eof is equal to 1
            if bc-status is not equal to 'RESTOR'
                    and bc-generation is numeric
                perform 2100-post-catalog-line
            end-if
            read backup-catalog-file into backup-catalog-line
                at end move 1 to catalog-eof
            end-read
        end-perform
        close backup-catalog-file
    end-if
    move 0 to on-hand-count
    perform 2300-judge-one-entry varying ct-idx from 1 by 1
        until ct-idx is greater than ct-count.

2100-post-catalog-line.
    if bc-generation is not less than last-generation
        move bc-generation to last-generation
        move bc-keep to last-keep
    end-if
    if bc-copy is not equal to spaces
        *> a later line for the same copy name means the copy was
        *> overwritten - only that line describes what it holds now
        move 0 to ct-found
        perform 2110-find-copy-entry varying ct-idx from 1 by 1
            until ct-idx is greater than ct-count
                or ct-found is greater than 0
        if ct-found is equal to 0
                and ct-count is less than 200
            add 1 to ct-count
            move ct-count to ct-found
        end-if
        if ct-found is greater than 0
            move bc-file to ct-file(ct-found)
            move bc-copy to ct-copy(ct-found)
            move bc-generation to ct-generation(ct-found)
            move bc-date to ct-date(ct-found)
            move bc-time to ct-time(ct-found)
            move bc-records to ct-records(ct-found)
            if bc-status is equal to 'GOOD'
                move 'Y' to ct-on-hand-sw(ct-found)
            else
                move 'N' to ct-on-hand-sw(ct-found)
            end-if
        end-if
    end-if.

2110-find-copy-entry.
    if ct-copy(ct-idx) is equal to bc-copy
        move ct-idx to ct-found
    end-if.

2300-judge-one-entry.
    if ct-generation(ct-idx) + last-keep is not greater than
            last-generation
        move 'N' to ct-on-hand-sw(ct-idx)
    end-if
    if ct-on-hand-sw(ct-idx) is equal to 'Y'
        add 1 to on-hand-count
    end-if.

3000-show-catalog.
    display " "
    display "Generations on hand:"
    display "    GEN  DATE     TIME       RECORDS  COPY"
    perform 3100-show-one-file varying bf-idx from 1 by 1
        until bf-idx is greater than 8.

3100-show-one-file.
    *> oldest generation first - the window the last backup kept
    display " " bf-master(bf-idx)
    move 1 to show-gen
    if last-generation is greater than last-keep
        compute show-gen = last-generation - last-keep + 1
    end-if
    perform 3110-show-one-generation varying show-gen from show-gen
        by 1 until show-gen is greater than last-generation.

3110-show-one-generation.
    move show-gen to restore-gen
    perform 4200-find-entry
    if ct-found is greater than 0
        move ct-generation(ct-found) to out-gen
        move ct-records(ct-found) to out-count
        display " " out-gen "  " ct-date(ct-found) " "
            ct-time(ct-found)(1:6) " " out-count "  " ct-copy(ct-found)
    end-if.

4000-choose-generation.
    move 'N' to restore-ok-sw
    display " "
    display "File to restore (blank = none): "
    accept restore-file
    if restore-file is equal to spaces
        display "Nothing restored"
        go to 4000-exit
    end-if
    move 0 to restore-idx
    perform 4100-find-file varying bf-idx from 1 by 1
        until bf-idx is greater than 8
    if restore-idx is equal to 0
        display "REFUSED: " restore-file " is not a file master-backup"
            " keeps"
        go to 4000-exit
    end-if
    if validated-sw is not equal to 'Y'
            and restore-idx is not equal to 1
        display "REFUSED: the sign-on was not validated - with"
            " OPERMAST.DAT missing, only OPERMAST.DAT may be restored"
        move 'MASTER-RESTORE' to af-program
        move 'RESTORE' to af-action
        perform 8000-write-auth-fail
        go to 4000-exit
    end-if
    display "Generation to restore: "
    move 0 to restore-gen
    accept restore-gen
    *> the partner keeps the digit-value table and its control in step
    move 0 to partner-idx
    if restore-idx is equal to 2
        move 3 to partner-idx
    end-if
    if restore-idx is equal to 3
        move 2 to partner-idx
    end-if
    move restore-idx to bf-idx
    perform 4200-find-entry
    move ct-found to restore-entry
    move 0 to partner-entry
    if partner-idx is greater than 0
        move partner-idx to bf-idx
        perform 4200-find-entry
        move ct-found to partner-entry
    end-if
    if restore-entry is equal to 0
            or (partner-idx is greater than 0
                and partner-entry is equal to 0)
        move restore-gen to out-gen
        display "REFUSED: generation " out-gen " of "
            bf-master(restore-idx) " is not on hand"
        if partner-idx is greater than 0
            display "  (DIGITVAL.DAT and DIGITVAL.CTL are restored"
                " together and both must be on hand)"
        end-if
        go to 4000-exit
    end-if

    move restore-gen to out-gen
    display " "
    display "Restore " bf-master(restore-idx) " from generation "
        out-gen " of " ct-date(restore-entry) " "
        ct-time(restore-entry)(1:6)
    if partner-idx is greater than 0
        display "  together with " bf-master(partner-idx)
    end-if
    display "Every change since then is lost. Replace the live file?"
        " (Y/N): "
    accept confirm-sw
    if confirm-sw is not equal to 'Y' and confirm-sw is not equal to 'y'
        display "Nothing restored"
        go to 4000-exit
    end-if
    if partner-idx is greater than 0
        perform 4300-second-supervisor
        if approved-sw is not equal to 'Y'
            display "Nothing restored"
            go to 4000-exit
        end-if
    end-if
    move 'Y' to restore-ok-sw.
4000-exit.
    exit.

4300-second-supervisor.
    *> the digit-value table changes on two supervisors' say-so in
    *> digit-value-maint, and a restore is no exception - the second
    *> signs on here, under a different id, with their own PIN
    move 'N' to approved-sw
    display " "
    display "DIGITVAL.DAT is under dual control - a second supervisor"
        " must approve this restore"
    display "Approving supervisor ID: "
    accept approver-id
    if approver-id is equal to ws-operator-id
        display "REFUSED: the approval must come from a different"
            " supervisor"
        move 'MASTER-RESTORE' to af-program
        move 'DIGIT APPROVE' to af-action
        perform 8000-write-auth-fail
    else
        display "Enter PIN: "
        move spaces to so-pin
        accept so-pin
        move 'SIGNON' to so-function
        move approver-id to so-operator
        move 'MASTER-RESTORE' to so-program
        move 'Y' to so-interactive
        call "operator-sign-on" using sign-on-area
        if so-result is equal to 1 and so-authority is equal to 'S'
            display "Approved by: " so-name
            move 'Y' to approved-sw
        else
            display "REFUSED: " approver-id " did not sign on with"
                " supervisor authority - restore not approved"
            move 'MASTER-RESTORE' to af-program
            move 'DIGIT APPROVE' to af-action
            perform 8000-write-auth-fail
        end-if
    end-if.

4100-find-file.
    if bf-master(bf-idx) is equal to restore-file
        move bf-idx to restore-idx
    end-if.

4200-find-entry.
    move 0 to ct-found
    perform 4210-check-one-entry varying ct-idx from 1 by 1
        until ct-idx is greater than ct-count
            or ct-found is greater than 0.

4210-check-one-entry.
    if ct-file(ct-idx) is equal to bf-master(bf-idx)
            and ct-generation(ct-idx) is equal to restore-gen
            and ct-on-hand-sw(ct-idx) is equal to 'Y'
        move ct-idx to ct-found
    end-if.

5000-restore-generation.
    *> the copies are counted before anything is touched - a copy that
    *> no longer agrees with its catalog line is not restored from
    move restore-idx to bf-idx
    move restore-entry to ct-idx
    perform 5100-count-copy
    if partner-idx is greater than 0 and restore-ok-sw is equal to 'Y'
        move partner-idx to bf-idx
        move partner-entry to ct-idx
        perform 5100-count-copy
    end-if
    if restore-ok-sw is not equal to 'Y'
        go to 5000-exit
    end-if

    *> the lock file is not locked against itself - the check above
    *> found it empty, and restoring it is what puts locks back
    move bf-master(restore-idx) to lock-resource
    if restore-idx is not equal to 8
        move 'ACQUIRE' to lock-function
        call "run-lock" using lock-function, lock-resource,
            ws-operator-id, lock-result
        if lock-result is not equal to 1
            display "Restore refused - " lock-resource " was locked"
                " by a run since the check"
            move 'N' to restore-ok-sw
            go to 5000-exit
        end-if
    end-if

    move restore-idx to bf-idx
    move restore-entry to ct-idx
    perform 5200-restore-one-file
    if partner-idx is greater than 0
        move partner-idx to bf-idx
        move partner-entry to ct-idx
        perform 5200-restore-one-file
        perform 5950-audit-digit-restore
    end-if

    if restore-idx is not equal to 8
        move bf-master(restore-idx) to lock-resource
        move 'RELEASE' to lock-function
        call "run-lock" using lock-function, lock-resource,
            ws-operator-id, lock-result
    end-if.
5000-exit.
    exit.

5100-count-copy.
    move ct-copy(ct-idx) to copy-name
    move 0 to ws-counted
    evaluate bf-idx
        when 1
            open input oper-copy-file
            if copy-status is equal to '00'
                perform 5110-count-oper-copy
                close oper-copy-file
            end-if
        when 2
            open input digit-copy-file
            if copy-status is equal to '00'
                perform 5120-count-digit-copy
                close digit-copy-file
            end-if
        when 4
            open input branch-copy-file
            if copy-status is equal to '00'
                perform 5140-count-branch-copy
                close branch-copy-file
            end-if
        when 5
            open input freq-copy-file
            if copy-status is equal to '00'
                perform 5150-count-freq-copy
                close freq-copy-file
            end-if
        when 8
            open input lock-copy-file
            if copy-status is equal to '00'
                perform 5180-count-lock-copy
                close lock-copy-file
            end-if
        when other
            open input text-copy-file
            if copy-status is equal to '00'
                perform 5190-count-text-copy
                close text-copy-file
            end-if
    end-evaluate
    if copy-status is not equal to '00' and copy-status is not
            equal to '10'
        display "REFUSED: copy " copy-name(1:14) " cannot be read -"
            " status " copy-status
        move 'N' to restore-ok-sw
    else
        if ws-counted is not equal to ct-records(ct-idx)
            move ws-counted to out-count
            display "REFUSED: copy " copy-name(1:14) " holds "
                out-count " records, not the catalogued "
                ct-records(ct-idx)
            move 'N' to restore-ok-sw
        end-if
    end-if.

5110-count-oper-copy.
    move 0 to master-eof
    read oper-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read oper-copy-file at end move 1 to master-eof end-read
    end-perform.

5120-count-digit-copy.
    move 0 to master-eof
    read digit-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read digit-copy-file at end move 1 to master-eof end-read
    end-perform.

5140-count-branch-copy.
    move 0 to master-eof
    read branch-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read branch-copy-file at end move 1 to master-eof end-read
    end-perform.

5150-count-freq-copy.
    move 0 to master-eof
    read freq-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read freq-copy-file at end move 1 to master-eof end-read
    end-perform.

5180-count-lock-copy.
    move 0 to master-eof
    read lock-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read lock-copy-file at end move 1 to master-eof end-read
    end-perform.

5190-count-text-copy.
    move 0 to master-eof
    read text-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        add 1 to ws-counted
        read text-copy-file at end move 1 to master-eof end-read
    end-perform.

5200-restore-one-file.
    move ct-copy(ct-idx) to copy-name
    move 0 to ws-written
    evaluate bf-idx
        when 1
            perform 5210-restore-operator-master
        when 2
            perform 5220-restore-digit-values
            move ws-written to digit-rows-written
        when 4
            perform 5240-restore-branch-master
        when 5
            perform 5250-restore-frequency-file
        when 8
            perform 5280-restore-lock-file
        when other
            perform 5290-restore-text-file
    end-evaluate
    move ws-written to out-count
    if ws-written is equal to ct-records(ct-idx)
        display bf-master(bf-idx) " restored - " out-count
            " records"
    else
        display "** " bf-master(bf-idx) " RESTORED SHORT - " out-count
            " RECORDS WRITTEN - RESTORE IT AGAIN **"
        move 'N' to restore-ok-sw
    end-if
    perform 5900-catalog-restore.

5210-restore-operator-master.
    open input oper-copy-file
    open output operator-master
    move 0 to master-eof
    read oper-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write oper-master-record from oper-copy-record
            invalid key continue
            not invalid key add 1 to ws-written
        end-write
        read oper-copy-file at end move 1 to master-eof end-read
    end-perform
    close operator-master
    close oper-copy-file.

5220-restore-digit-values.
    open input digit-copy-file
    open output digit-value-file
    move 0 to master-eof
    read digit-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write digit-value-record from digit-copy-record
            invalid key continue
            not invalid key add 1 to ws-written
        end-write
        read digit-copy-file at end move 1 to master-eof end-read
    end-perform
    close digit-value-file
    close digit-copy-file.

5240-restore-branch-master.
    open input branch-copy-file
    open output branch-master
    move 0 to master-eof
    read branch-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write branch-record from branch-copy-record
            invalid key continue
            not invalid key add 1 to ws-written
        end-write
        read branch-copy-file at end move 1 to master-eof end-read
    end-perform
    close branch-master
    close branch-copy-file.

5250-restore-frequency-file.
    open input freq-copy-file
    open output frequency-file
    move 0 to master-eof
    read freq-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write freq-record from freq-copy-record
            invalid key continue
            not invalid key add 1 to ws-written
        end-write
        read freq-copy-file at end move 1 to master-eof end-read
    end-perform
    close frequency-file
    close freq-copy-file.

5280-restore-lock-file.
    open input lock-copy-file
    open output lock-file
    move 0 to master-eof
    read lock-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write lock-record from lock-copy-record
            invalid key continue
            not invalid key add 1 to ws-written
        end-write
        read lock-copy-file at end move 1 to master-eof end-read
    end-perform
    close lock-file
    close lock-copy-file.

5290-restore-text-file.
    move bf-master(bf-idx) to master-name
    open input text-copy-file
    open output text-master-file
    move 0 to master-eof
    read text-copy-file at end move 1 to master-eof end-read
    perform until master-eof is equal to 1
        write text-master-record from text-copy-record
        add 1 to ws-written
        read text-copy-file at end move 1 to master-eof end-read
    end-perform
    close text-master-file
    close text-copy-file.

5900-catalog-restore.
    move ct-generation(ct-idx) to bc-generation
    accept bc-date from date yyyymmdd
    accept bc-time from time
    move bf-master(bf-idx) to bc-file
    move ct-copy(ct-idx) to bc-copy
    move 0 to bc-slot
    move last-keep to bc-keep
    move ws-written to bc-records
    move 'RESTOR' to bc-status
    move ws-operator-id to bc-operator
    open extend backup-catalog-file
    if catalog-status is not equal to '00'
        open output backup-catalog-file
    end-if
    write backup-catalog-record from backup-catalog-line
    close backup-catalog-file.

5950-audit-digit-restore.
    *> one line for the pair, naming the generation of DIGITVAL.DAT
    *> put back. a short restore is written SHORT, to be done again
    if restore-idx is equal to 2
        move restore-entry to ct-idx
    else
        move partner-entry to ct-idx
    end-if
    open extend digit-audit-file
    if digit-audit-status is not equal to '00'
        open output digit-audit-file
    end-if
    accept da-date from date yyyymmdd
    accept da-time from time
    move ws-operator-id to da-operator
    if restore-ok-sw is equal to 'Y'
        move 'RESTOR' to da-action
    else
        move 'SHORT' to da-action
    end-if
    move ct-generation(ct-idx) to da-generation
    move ct-date(ct-idx) to da-taken
    move digit-rows-written to da-rows
    move approver-id to da-approver
    write digit-audit-record from digit-audit-line
    close digit-audit-file.
