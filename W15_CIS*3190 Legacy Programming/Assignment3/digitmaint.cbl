*> digitload.cbl and re-running the wipe-and-reseed load - a program
*> change and a full file rebuild for a one-row data change. this
*> program lists, adds, changes, and deletes individual rows, confirms
*> each action on screen, and writes every change to the DIGITVAL.AUD
*> audit log with who did it and when.
*>
*> no change reaches the table on one supervisor's keying. add, change,
*> and delete put the change on DIGITVAL.PND as PENDING, with the row
*> before and after; a second supervisor, signed on under a different
*> id, works the review function, sees each pending change for the
*> profile against the row as it stands now, and approves or rejects
*> it. only an approved change is applied to DIGITVAL.DAT and the
*> DIGITVAL.CTL control line, and its audit line names both the
*> supervisor who keyed it and the one who approved it - a single
*> keying mistake here would change every conversion in the shop. a
*> symbol with a change already pending cannot be keyed again until
*> that one is decided, and a change whose row moved in the meantime
*> is closed STALE instead of being applied over the newer value.
*> queueing a change and working a review both hold a DIGITVAL.PND run
*> lock, so a review written back from its loaded copy cannot drop a
*> change another desk queued while it was open.
*>
*> the values here decide every conversion in the shop, so sign-on
*> demands supervisor authority on OPERMAST.DAT - a refused attempt is
        file status is audit-log-status.
    select digit-control-file assign to "DIGITVAL.CTL"
        organization is line sequential.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
    select pending-change-file assign to "DIGITVAL.PND"
        organization is line sequential
        file status is pending-file-status.

data division.
file section.
        02 dv-value pic 9(4) usage is computational.

fd audit-log-file.
    01 audit-log-record pic X(139).

fd digit-control-file.
    01 digit-control-record pic X(46).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

fd pending-change-file.
    01 pending-change-record pic X(203).

working-storage section.
77 digit-value-status pic X(2).
77 audit-log-status   pic X(2).
77 pc-loaded pic S9(2) usage is computational.
77 pc-idx    pic S9(2) usage is computational.
77 pc-found-sw pic X(1).
77 auth-fail-status pic X(2).
77 supervisor-sw    pic X(1).
*> Y only when OPERMAST.DAT proved who is at the desk - the fallback
*> for a missing master lets a supervisor look, never queue or approve
77 validated-sw     pic X(1) value 'N'.
copy authfailrec.
copy signonarea.

*> the pending-change file rides in the table so review decisions can
*> be written back - the same stage-and-replace shape the reject queue
*> directory and the extract register use
77 pending-file-status pic X(2).
77 pending-eof         pic S9.
copy digitpend.
01 pending-table.
    02 pt-entry occurs 500 times.
        03 pt-line pic X(203).
77 pt-loaded      pic S9(4) usage is computational.
77 pt-idx         pic S9(4) usage is computational.
77 pt-overflow-sw pic X(1).
77 pt-open-adds   pic S9(2) usage is computational.
77 pt-blocked-sw  pic X(1).
77 review-reply   pic X(1).
77 ws-reviewed    pic S9(4) usage is computational.
77 current-value  pic 9(4).
77 current-sw     pic X(1).
77 stale-sw       pic X(1).
77 out-seq        pic Z(5)9.

*> DIGITVAL.PND is held under a run lock while a change is queued and
*> for the whole of a review, so a review's write-back cannot lose a
*> change another desk queued after the review loaded the file
77 lock-function pic X(8).
77 lock-resource pic X(14).
77 lock-result   pic S9 usage is computational.
77 lock-override-sw pic X(1).
77 queue-action pic X(6).

01 audit-line.
    02 au-date-label     pic X(7)  value 'DATE = '.
    02 au-new-value      pic 9(4).
    02 au-profile-label  pic X(11) value ' PROFILE = '.
    02 au-profile        pic X(8).
    02 au-approver-label pic X(12) value ' APPROVER = '.
    02 au-approver       pic X(8).

procedure division.
0000-mainline.
    display "-------------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'

    perform 1000-display-menu
    accept menu-choice
    perform until menu-choice is equal to 6
        evaluate menu-choice
            when 1
                perform 2000-list-rows
                perform 4000-change-row
            when 4
                perform 5000-delete-row
            when 5
                perform 6000-review-pending thru 6000-exit
            when other
                display "Invalid selection - please choose 1 - 6"
        end-evaluate
        perform 1000-display-menu
        accept menu-choice
    *> unvalidated id could silently change what every numeral in the
    *> shop is worth. a missing master falls back open with a warning,
    *> the same way roman-numerals' sign-on does, so a site that hasn't
    *> run operator-maint yet isn't locked out of its own table - it
    *> can list the rows, but queueing and approval need a proven id
    move 'N' to supervisor-sw
    move 'N' to validated-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'DIGIT-MAINT' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'Y' to supervisor-sw
    else
        if so-result is equal to 1
                and so-authority is equal to 'S'
            display "Signed on: " so-name
            move 'Y' to supervisor-sw
            move 'Y' to validated-sw
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required for table"
                " maintenance - refused"
    display " 2. Add a row"
    display " 3. Change a value"
    display " 4. Delete a row"
    display " 5. Review pending changes"
    display " 6. Quit"
    display "==================================="
    display "Enter selection: ".


3000-add-row.
    perform 2100-count-rows
    perform 7000-load-pending
    perform 7300-count-pending-adds
    if ws-row-count + pt-open-adds is greater than or equal to 20
        display "Profile already holds 20 rows counting adds awaiting"
            " approval - the converters load no more than that, so"
            " the add is refused"
    else
        display "Symbol to add: "
        accept reply-symbol
    end-if.

3100-add-new-symbol.
    perform 7400-check-symbol-pending
    if pt-blocked-sw is not equal to 'Y'
        display "Value for symbol " reply-symbol ": "
        accept reply-value
        display "Add " reply-symbol " = " reply-value
            " - confirm (Y/N): "
        accept confirm-sw
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            move 'ADD' to pn-action
            move zero to old-value
            perform 7200-queue-change thru 7200-exit
        else
            display "Add cancelled"
        end-if
    end-if.

4000-change-row.

4100-change-value.
    move dv-value to old-value
    perform 7400-check-symbol-pending
    if pt-blocked-sw is not equal to 'Y'
        move old-value to out-value
        display "Symbol " reply-symbol " currently = " out-value
        display "New value: "
        accept reply-value
        display "Change " reply-symbol " to " reply-value
            " - confirm (Y/N): "
        accept confirm-sw
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            move 'CHANGE' to pn-action
            perform 7200-queue-change thru 7200-exit
        else
            display "Change cancelled"
        end-if
    end-if.

5000-delete-row.

5100-delete-confirmed.
    move dv-value to old-value
    perform 7400-check-symbol-pending
    if pt-blocked-sw is not equal to 'Y'
        move old-value to out-value
        display "Delete " reply-symbol " = " out-value
            " - confirm (Y/N): "
        accept confirm-sw
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            move 'DELETE' to pn-action
            move zero to reply-value
            perform 7200-queue-change thru 7200-exit
        else
            display "Delete cancelled"
        end-if
    end-if.

6000-review-pending.
    *> the four-eyes half of table maintenance - each PENDING change
    *> for this profile is shown against the row as it stands now and
    *> decided by a supervisor other than the one who keyed it. the
    *> maker test means nothing unless both ids were proven, so an
    *> unvalidated sign-on is refused outright
    if validated-sw is not equal to 'Y'
        display "Review refused - OPERMAST.DAT did not validate your"
            " sign-on, and an approval must rest on a proven id"
        move 'DIGIT-MAINT' to af-program
        move 'REVIEW CHANGE' to af-action
        perform 8100-write-auth-fail
        go to 6000-exit
    end-if
    perform 7100-acquire-pending-lock
    if lock-result is not equal to 1
        display "Review refused - DIGITVAL.PND is in use at another"
            " desk"
        go to 6000-exit
    end-if
    perform 7000-load-pending
    if pt-overflow-sw is equal to 'Y'
        display "DIGITVAL.PND holds more changes than this program can"
            " stage - review refused, nothing touched"
    else
        move 0 to ws-reviewed
        move 'N' to review-reply
        display " "
        display "Pending changes for profile " ws-maint-profile
        perform varying pt-idx from 1 by 1
                until pt-idx is greater than pt-loaded
                    or review-reply is equal to 'Q'
            move pt-line(pt-idx) to pending-change-line
            if pn-status is equal to 'PENDING'
                    and pn-profile is equal to ws-maint-profile
                perform 6100-review-one-change
            end-if
        end-perform
        if ws-reviewed is equal to 0
            display "No pending changes decided this session"
        else
            perform 7500-rewrite-pending
            move ws-reviewed to out-count
            display out-count " pending change(s) decided"
        end-if
    end-if
    perform 7150-release-pending-lock.
6000-exit.
    exit.

6100-review-one-change.
    move pn-seq to out-seq
    display " "
    display "Pending change " out-seq " - " pn-action " symbol "
        pn-symbol " keyed by " pn-maker " on " pn-date
    if pn-maker is equal to ws-operator-id
        display "  Keyed under your own id - it needs a different"
            " supervisor's review, skipped"
    else
        perform 6200-read-current-row
        evaluate pn-action
            when 'ADD'
                display "  Before: (no row)"
                move pn-new-value to out-value
                display "  After:  " pn-symbol " = " out-value
            when 'CHANGE'
                move pn-old-value to out-value
                display "  Before: " pn-symbol " = " out-value
                move pn-new-value to out-value
                display "  After:  " pn-symbol " = " out-value
            when other
                move pn-old-value to out-value
                display "  Before: " pn-symbol " = " out-value
                display "  After:  (row removed)"
        end-evaluate
        if stale-sw is equal to 'Y'
            display "  The row has changed since this was keyed -"
                " closed STALE, key it again if still wanted"
            move 'STALE' to pn-status
            perform 6400-stamp-decision
        else
            display "  A approve, R reject, S skip, Q end review: "
            accept review-reply
            if review-reply is equal to 'a'
                move 'A' to review-reply
            end-if
            if review-reply is equal to 'r'
                move 'R' to review-reply
            end-if
            if review-reply is equal to 'q'
                move 'Q' to review-reply
            end-if
            evaluate review-reply
                when 'A'
                    perform 6300-apply-change
                when 'R'
                    move 'REJECTED' to pn-status
                    perform 6400-stamp-decision
                    display "  Change rejected - table not touched"
                when other
                    continue
            end-evaluate
        end-if
    end-if.

6200-read-current-row.
    *> what the table holds now decides whether the keyed before-image
    *> still describes it
    move 'N' to current-sw
    move zero to current-value
    move pn-profile to dv-profile
    move pn-symbol to dv-symbol
    read digit-value-file key is dv-key
        invalid key
            continue
        not invalid key
            move 'Y' to current-sw
            move dv-value to current-value
    end-read
    move 'N' to stale-sw
    if pn-action is equal to 'ADD'
        if current-sw is equal to 'Y'
            move 'Y' to stale-sw
        end-if
    else
        if current-sw is equal to 'N'
                or current-value is not equal to pn-old-value
            move 'Y' to stale-sw
        end-if
    end-if.

6300-apply-change.
    move 'Y' to current-sw
    move pn-profile to dv-profile
    move pn-symbol to dv-symbol
    move pn-new-value to dv-value
    evaluate pn-action
        when 'ADD'
            perform 2100-count-rows
            if ws-row-count is greater than or equal to 20
                display "  Profile already holds 20 rows - approval"
                    " refused, the change stays pending"
                move 'N' to current-sw
            else
                move pn-profile to dv-profile
                move pn-symbol to dv-symbol
                move pn-new-value to dv-value
                write dv-record
                    invalid key
                        move 'N' to current-sw
                end-write
            end-if
        when 'CHANGE'
            rewrite dv-record
                invalid key
                    move 'N' to current-sw
            end-rewrite
        when other
            delete digit-value-file record
                invalid key
                    move 'N' to current-sw
            end-delete
    end-evaluate
    if current-sw is equal to 'Y'
        move 'APPROVED' to pn-status
        perform 6400-stamp-decision
        perform 8000-write-audit
        perform 8500-rewrite-control
        display "  Change approved and applied"
    else
        display "  Change not applied - status " digit-value-status
    end-if.

6400-stamp-decision.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-operator-id to pn-checker
    move ws-date to pn-review-date
    move ws-time to pn-review-time
    move pending-change-line to pt-line(pt-idx)
    add 1 to ws-reviewed.

7000-load-pending.
    move 0 to pt-loaded
    move 'N' to pt-overflow-sw
    open input pending-change-file
    if pending-file-status is equal to '00'
        move 0 to pending-eof
        read pending-change-file at end move 1 to pending-eof end-read
        perform until pending-eof is equal to 1
            if pt-loaded is less than 500
                add 1 to pt-loaded
                move pending-change-record to pt-line(pt-loaded)
            else
                move 'Y' to pt-overflow-sw
            end-if
            read pending-change-file at end move 1 to pending-eof
            end-read
        end-perform
        close pending-change-file
    end-if.

7100-acquire-pending-lock.
    move 'DIGITVAL.PND' to lock-resource
    move 'ACQUIRE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result
    if lock-result is not equal to 1
        display "Override the lock (only for a crashed run)? (Y/N): "
        accept lock-override-sw
        if lock-override-sw is equal to 'Y'
                or lock-override-sw is equal to 'y'
            move 'FORCE' to lock-function
            call "run-lock" using lock-function, lock-resource,
                ws-operator-id, lock-result
        end-if
    end-if.

7150-release-pending-lock.
    move 'DIGITVAL.PND' to lock-resource
    move 'RELEASE' to lock-function
    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result.

7200-queue-change.
    *> the change is proposed, not made - DIGITVAL.DAT is untouched
    *> until a second supervisor approves it. under the lock the file
    *> is read again, so the sequence number is current and a change
    *> another desk queued for the symbol since the keying began
    *> still refuses this one
    move pn-action to queue-action
    if validated-sw is not equal to 'Y'
        display "Change not queued - OPERMAST.DAT did not validate"
            " your sign-on, so the change would carry an unproven"
            " maker id"
        move 'DIGIT-MAINT' to af-program
        move 'QUEUE CHANGE' to af-action
        perform 8100-write-auth-fail
        go to 7200-exit
    end-if
    perform 7100-acquire-pending-lock
    if lock-result is not equal to 1
        display "Change not queued - DIGITVAL.PND is in use at another"
            " desk"
        go to 7200-exit
    end-if
    perform 7400-check-symbol-pending
    if pt-blocked-sw is equal to 'Y'
        display "Change not queued"
        perform 7150-release-pending-lock
        go to 7200-exit
    end-if
    move queue-action to pn-action
    accept ws-date from date yyyymmdd
    accept ws-time from time
    compute pn-seq = pt-loaded + 1
    move ws-date to pn-date
    move ws-time to pn-time
    move ws-operator-id to pn-maker
    move ws-maint-profile to pn-profile
    move reply-symbol to pn-symbol
    move old-value to pn-old-value
    move reply-value to pn-new-value
    move 'PENDING' to pn-status
    move spaces to pn-checker
    move zero to pn-review-date
    move zero to pn-review-time
    open extend pending-change-file
    if pending-file-status is not equal to '00'
        open output pending-change-file
    end-if
    write pending-change-record from pending-change-line
    close pending-change-file
    perform 7150-release-pending-lock
    move pn-seq to out-seq
    display "Queued as pending change " out-seq " - it takes effect"
        " only when a second supervisor approves it".
7200-exit.
    exit.

7300-count-pending-adds.
    move 0 to pt-open-adds
    perform varying pt-idx from 1 by 1
            until pt-idx is greater than pt-loaded
        move pt-line(pt-idx) to pending-change-line
        if pn-status is equal to 'PENDING'
                and pn-action is equal to 'ADD'
                and pn-profile is equal to ws-maint-profile
            add 1 to pt-open-adds
        end-if
    end-perform.

7400-check-symbol-pending.
    *> one undecided change per row at a time - two in flight would
    *> each carry a before-image the other invalidates
    move 'N' to pt-blocked-sw
    perform 7000-load-pending
    if pt-overflow-sw is equal to 'Y'
        display "DIGITVAL.PND holds more changes than this program can"
            " stage - keying refused"
        move 'Y' to pt-blocked-sw
    end-if
    perform varying pt-idx from 1 by 1
            until pt-idx is greater than pt-loaded
        move pt-line(pt-idx) to pending-change-line
        if pn-status is equal to 'PENDING'
                and pn-profile is equal to ws-maint-profile
                and pn-symbol is equal to reply-symbol
            move pn-seq to out-seq
            display "Symbol " reply-symbol " already has pending"
                " change " out-seq " awaiting review - refused"
            move 'Y' to pt-blocked-sw
        end-if
    end-perform.

7500-rewrite-pending.
    open output pending-change-file
    perform varying pt-idx from 1 by 1
            until pt-idx is greater than pt-loaded
        write pending-change-record from pt-line(pt-idx)
    end-perform
    close pending-change-file.

8500-rewrite-control.
    *> every add, change, or delete re-derives DIGITVAL.CTL from the
    *> file itself - one control line per profile, all profiles, so

8000-write-audit.
    *> who changed what and when - the table every conversion depends
    *> on deserves at least the paper trail the conversions get. the
    *> operator is the supervisor who keyed the change, the approver
    *> the one who let it through
    open extend audit-log-file
    if audit-log-status is not equal to '00'
        open output audit-log-file
    accept ws-time from time
    move ws-date to au-date
    move ws-time to au-time
    move pn-maker to au-operator
    move pn-action to au-action
    move pn-symbol to au-symbol
    move pn-old-value to au-old-value
    move pn-new-value to au-new-value
    move pn-profile to au-profile
    move ws-operator-id to au-approver
    write audit-log-record from audit-line
    close audit-log-file.
