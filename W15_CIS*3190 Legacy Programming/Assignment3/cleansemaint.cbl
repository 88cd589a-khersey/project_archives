*>
*> filename:   cleansemaint.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> online maintenance over CLEANSE.RUL, the pre-edit cleansing table
*> roman-numerals runs file- and manifest-mode records through before
*> they reach convert. the table used to be a flat file somebody
*> edited with a text editor - nothing said who had added the rule
*> that turned a branch's '0' into nothing, and a 21st line was
*> silently never loaded. this program lists, adds, changes, and
*> deletes rules, confirms each action on screen, and writes every
*> change to the CLEANSE.AUD audit log with who did it and when.
*>
*> a rule is shop-wide, or belongs to the one branch id keyed with it
*> (checked against BRANCHMST.DAT), so a slip peculiar to one branch's
*> scanner is not applied to every other branch's documents - see
*> cleanserec.cpy for how roman-numerals chooses between them. a rule
*> is known by its branch and its slip character together.
*>
*> roman-numerals' table takes 50 rules for any one file: the shop-
*> wide rules plus that file's branch's. an add is refused when it
*> would take any branch's set past that, so what is on file is what
*> gets applied.
*>
*> the rules rewrite what every branch sent before it is converted,
*> so sign-on demands supervisor authority on OPERMAST.DAT - a refused
*> attempt is logged to AUTHFAIL.LOG with who and when, and the
*> program ends.
*>

identification division.
program-id. cleanse-maint.

environment division.
input-output section.
file-control.
    select cleanse-rules-file assign to "CLEANSE.RUL"
        organization is line sequential
        file status is cleanse-rules-status.
    select audit-log-file assign to "CLEANSE.AUD"
        organization is line sequential
        file status is audit-log-status.
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
fd cleanse-rules-file.
    01 cleanse-rule-record pic X(12).

fd audit-log-file.
    01 audit-log-record pic X(118).

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
77 cleanse-rules-status pic X(2).
77 audit-log-status     pic X(2).
77 branch-file-status   pic X(2).
77 auth-fail-status     pic X(2).
77 cleanse-eof pic S9.
77 menu-choice pic 9(1).
77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 confirm-sw     pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
copy cleanserec.

*> the whole file rides in the table and is rewritten after every
*> change - the same stage-and-replace shape the extract register
*> and the reject queue directory use
01 rule-table.
    02 rl-entry occurs 200 times.
        03 rl-line pic X(12).
77 rl-loaded pic S9(4) usage is computational.
77 rl-idx    pic S9(4) usage is computational.
77 rl-idx2   pic S9(4) usage is computational.
77 rl-found  pic S9(4) usage is computational.
77 rl-overflow-sw pic X(1).

*> the 50 rules roman-numerals applies to any one file
77 rule-limit    pic S9(4) usage is computational value 50.
77 set-count     pic S9(4) usage is computational.
77 branch-count  pic S9(4) usage is computational.
77 largest-set   pic S9(4) usage is computational.
77 count-branch  pic X(8).

77 reply-branch pic X(8).
77 reply-from   pic X(1).
77 reply-to     pic X(1).
77 old-to       pic X(1).
77 branch-ok-sw pic X(1).
77 out-count    pic ZZ9.
77 out-scope    pic X(10).

01 audit-line.
    02 au-date-label     pic X(7)  value 'DATE = '.
    02 au-date           pic 9(8).
    02 au-time-label     pic X(8)  value ' TIME = '.
    02 au-time           pic 9(8).
    02 au-operator-label pic X(12) value ' OPERATOR = '.
    02 au-operator       pic X(8).
    02 au-action-label   pic X(10) value ' ACTION = '.
    02 au-action         pic X(6).
    02 au-branch-label   pic X(10) value ' BRANCH = '.
    02 au-branch         pic X(8).
    02 au-from-label     pic X(8)  value ' FROM = '.
    02 au-from           pic X(1).
    02 au-old-label      pic X(7)  value ' OLD = '.
    02 au-old-to         pic X(1).
    02 au-new-label      pic X(7)  value ' NEW = '.
    02 au-new-to         pic X(1).

procedure division.
0000-mainline.
    display " Cleansing Rule Maintenance".
    display "----------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    perform 1000-display-menu
    accept menu-choice
    perform until menu-choice is equal to 5
        perform 7000-load-rules
        evaluate menu-choice
            when 1
                perform 2000-list-rules
            when 2
                perform 3000-add-rule thru 3000-exit
            when 3
                perform 4000-change-rule thru 4000-exit
            when 4
                perform 5000-delete-rule thru 5000-exit
            when other
                display "Invalid selection - please choose 1 - 5"
        end-evaluate
        perform 1000-display-menu
        accept menu-choice
    end-perform
    stop run.

0100-check-authority.
    *> the rules rewrite every branch's numerals before conversion -
    *> supervisor work. a missing master falls back open with a
    *> warning, the same way the other maintenance programs do
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'CLEANSE-MAINT' to so-program
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
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required for rule"
                " maintenance - refused"
            move 'CLEANSE-MAINT' to af-program
            move 'RULE MAINT' to af-action
            perform 8100-write-auth-fail
        end-if
    end-if.

1000-display-menu.
    display " "
    display "==================================="
    display " Cleansing Rule Maintenance"
    display " 1. List rules"
    display " 2. Add a rule"
    display " 3. Change a rule's replacement"
    display " 4. Delete a rule"
    display " 5. Quit"
    display "==================================="
    display "Enter selection: ".

2000-list-rules.
    display " "
    display "SCOPE       SLIP  REPLACEMENT"
    display "----------  ----  -----------"
    perform varying rl-idx from 1 by 1
            until rl-idx is greater than rl-loaded
        move rl-line(rl-idx) to cleanse-rule-line
        if cx-branch is equal to spaces
            move 'SHOP-WIDE' to out-scope
        else
            move cx-branch to out-scope
        end-if
        if cx-to is equal to '*'
            display out-scope "   " cx-from "    (removed)"
        else
            display out-scope "   " cx-from "    " cx-to
        end-if
    end-perform
    move rl-loaded to out-count
    display "Rules on file: " out-count
    if rl-overflow-sw is equal to 'Y'
        display "WARNING: CLEANSE.RUL holds more lines than this"
            " program can stage - changes are refused"
    end-if.

3000-add-rule.
    if rl-overflow-sw is equal to 'Y'
        display "CLEANSE.RUL holds more lines than this program can"
            " stage - add refused, nothing touched"
        go to 3000-exit
    end-if
    perform 6000-get-rule-key
    if branch-ok-sw is not equal to 'Y'
        go to 3000-exit
    end-if
    if rl-found is not equal to 0
        move rl-line(rl-found) to cleanse-rule-line
        display "A rule for " reply-from " already exists in that"
            " scope (-> " cx-to ") - use change instead"
        go to 3000-exit
    end-if
    perform 6300-count-largest-set
    if largest-set is greater than or equal to rule-limit
        move rule-limit to out-count
        display "That would take a branch past the " out-count
            " rules roman-numerals applies to one file - add refused"
        go to 3000-exit
    end-if
    perform 6100-get-replacement
    if reply-to is equal to space
        go to 3000-exit
    end-if
    display "Add " reply-from " -> " reply-to " for " out-scope
        " - confirm (Y/N): "
    accept confirm-sw
    if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
        move spaces to cleanse-rule-line
        move reply-from to cx-from
        move reply-to to cx-to
        move reply-branch to cx-branch
        add 1 to rl-loaded
        move cleanse-rule-line to rl-line(rl-loaded)
        perform 7500-rewrite-rules
        move 'ADD' to au-action
        move space to old-to
        perform 8000-write-audit
        display "Rule added"
    else
        display "Add cancelled"
    end-if.
3000-exit.
    exit.

4000-change-rule.
    if rl-overflow-sw is equal to 'Y'
        display "CLEANSE.RUL holds more lines than this program can"
            " stage - change refused, nothing touched"
        go to 4000-exit
    end-if
    perform 6000-get-rule-key
    if branch-ok-sw is not equal to 'Y'
        go to 4000-exit
    end-if
    if rl-found is equal to 0
        display "No rule for " reply-from " in that scope"
        go to 4000-exit
    end-if
    move rl-line(rl-found) to cleanse-rule-line
    move cx-to to old-to
    display "Rule " reply-from " currently -> " old-to
    perform 6100-get-replacement
    if reply-to is equal to space
        go to 4000-exit
    end-if
    display "Change " reply-from " -> " reply-to " for " out-scope
        " - confirm (Y/N): "
    accept confirm-sw
    if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
        move reply-to to cx-to
        move cleanse-rule-line to rl-line(rl-found)
        perform 7500-rewrite-rules
        move 'CHANGE' to au-action
        perform 8000-write-audit
        display "Rule changed"
    else
        display "Change cancelled"
    end-if.
4000-exit.
    exit.

5000-delete-rule.
    if rl-overflow-sw is equal to 'Y'
        display "CLEANSE.RUL holds more lines than this program can"
            " stage - delete refused, nothing touched"
        go to 5000-exit
    end-if
    perform 6000-get-rule-key
    if branch-ok-sw is not equal to 'Y'
        go to 5000-exit
    end-if
    if rl-found is equal to 0
        display "No rule for " reply-from " in that scope"
        go to 5000-exit
    end-if
    move rl-line(rl-found) to cleanse-rule-line
    move cx-to to old-to
    display "Delete " reply-from " -> " old-to " for " out-scope
        " - confirm (Y/N): "
    accept confirm-sw
    if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
        perform varying rl-idx from rl-found by 1
                until rl-idx is greater than or equal to rl-loaded
            move rl-line(rl-idx + 1) to rl-line(rl-idx)
        end-perform
        subtract 1 from rl-loaded
        perform 7500-rewrite-rules
        move 'DELETE' to au-action
        move space to reply-to
        perform 8000-write-audit
        display "Rule deleted"
    else
        display "Delete cancelled"
    end-if.
5000-exit.
    exit.

6000-get-rule-key.
    *> branch and slip character together name a rule. a branch id
    *> has to be on the branch master, so a typo can't create a rule
    *> no file will ever be matched to
    move 'N' to branch-ok-sw
    move 0 to rl-found
    display "Branch id (blank = shop-wide): "
    move spaces to reply-branch
    accept reply-branch
    if reply-branch is equal to spaces
        move 'SHOP-WIDE' to out-scope
        move 'Y' to branch-ok-sw
    else
        move reply-branch to out-scope
        perform 6200-check-branch
    end-if
    if branch-ok-sw is equal to 'Y'
        display "Slip character: "
        move space to reply-from
        accept reply-from
        if reply-from is equal to space or reply-from is equal to '*'
            display "The slip character must be a character other"
                " than '*'"
            move 'N' to branch-ok-sw
        else
            perform varying rl-idx from 1 by 1
                    until rl-idx is greater than rl-loaded
                move rl-line(rl-idx) to cleanse-rule-line
                if cx-from is equal to reply-from
                        and cx-branch is equal to reply-branch
                    move rl-idx to rl-found
                end-if
            end-perform
        end-if
    end-if.

6100-get-replacement.
    display "Replacement (* = remove the character): "
    move space to reply-to
    accept reply-to
    if reply-to is equal to space
        display "A replacement is required - use * to remove the"
            " character"
    end-if
    if reply-to is equal to reply-from
        display "The replacement is the slip character itself -"
            " nothing would change"
        move space to reply-to
    end-if.

6200-check-branch.
    open input branch-master
    if branch-file-status is not equal to '00'
        display "WARNING: BRANCHMST.DAT not available - branch id"
            " not validated"
        move 'Y' to branch-ok-sw
    else
        move reply-branch to br-id
        read branch-master key is br-id
            invalid key
                display "Branch " reply-branch " is not on the"
                    " branch master"
            not invalid key
                move 'Y' to branch-ok-sw
                if br-status is not equal to 'A'
                    display "Note: branch " reply-branch
                        " is inactive"
                end-if
        end-read
        close branch-master
    end-if.

6300-count-largest-set.
    *> the set one file sees is the shop-wide rules plus its branch's.
    *> a branch add can only grow its own branch's set; a shop-wide
    *> add grows every set, so the largest decides
    move 0 to set-count
    perform varying rl-idx from 1 by 1
            until rl-idx is greater than rl-loaded
        move rl-line(rl-idx) to cleanse-rule-line
        if cx-branch is equal to spaces
            add 1 to set-count
        end-if
    end-perform
    move 0 to largest-set
    if reply-branch is not equal to spaces
        move reply-branch to count-branch
        perform 6310-count-one-branch
        move branch-count to largest-set
    else
        perform varying rl-idx2 from 1 by 1
                until rl-idx2 is greater than rl-loaded
            move rl-line(rl-idx2) to cleanse-rule-line
            if cx-branch is not equal to spaces
                move cx-branch to count-branch
                perform 6310-count-one-branch
                if branch-count is greater than largest-set
                    move branch-count to largest-set
                end-if
            end-if
        end-perform
    end-if
    add set-count to largest-set.

6310-count-one-branch.
    move 0 to branch-count
    perform varying rl-idx from 1 by 1
            until rl-idx is greater than rl-loaded
        move rl-line(rl-idx) to cleanse-rule-line
        if cx-branch is equal to count-branch
            add 1 to branch-count
        end-if
    end-perform.

7000-load-rules.
    *> read fresh for every function so a rule keyed at another
    *> terminal since the menu came up is not written back over
    move 0 to rl-loaded
    move 'N' to rl-overflow-sw
    open input cleanse-rules-file
    if cleanse-rules-status is equal to '00'
        move 0 to cleanse-eof
        read cleanse-rules-file at end move 1 to cleanse-eof end-read
        perform until cleanse-eof is equal to 1
            if cleanse-rule-record(1:1) is not equal to space
                if rl-loaded is greater than or equal to 200
                    move 'Y' to rl-overflow-sw
                else
                    add 1 to rl-loaded
                    move cleanse-rule-record to rl-line(rl-loaded)
                end-if
            end-if
            read cleanse-rules-file at end move 1 to cleanse-eof
            end-read
        end-perform
        close cleanse-rules-file
    end-if.

7500-rewrite-rules.
    open output cleanse-rules-file
    perform varying rl-idx from 1 by 1
            until rl-idx is greater than rl-loaded
        write cleanse-rule-record from rl-line(rl-idx)
    end-perform
    close cleanse-rules-file.

8000-write-audit.
    *> who changed which rule and when - the question nobody could
    *> answer about the flat file
    open extend audit-log-file
    if audit-log-status is not equal to '00'
        open output audit-log-file
    end-if
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-date to au-date
    move ws-time to au-time
    move ws-operator-id to au-operator
    move reply-branch to au-branch
    move reply-from to au-from
    move old-to to au-old-to
    move reply-to to au-new-to
    write audit-log-record from audit-line
    close audit-log-file.

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
