*> run against an empty master waives the check so the first
*> supervisor can be keyed at all.
*>
*> every operator also has a sign-on PIN, checked by operator-sign-on
*> (signon.cbl) in every program that signs anyone on. a new operator
*> is keyed with a starting PIN that must be changed at the first
*> sign-on. consecutive wrong PINs lock an id; a supervisor unlocks it
*> here by resetting the PIN to a new starting one, which again must
*> be changed at the next sign-on, and the reset is logged to
*> AUTHFAIL.LOG beside the failures that led to it. the lockout limit
*> and the PIN expiry period are the sign-on policy on SIGNON.CTL,
*> also kept here. the file holds the PIN only as a one-way hash.
*>

identification division.
program-id. operator-maint.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
    select sign-on-control-file assign to "SIGNON.CTL"
        organization is line sequential
        file status is control-file-status.

data division.
file section.
fd operator-master.
    copy opermast.

fd auth-fail-file.
    01 auth-fail-record pic X(100).

fd sign-on-control-file.
    01 sign-on-control-record pic X(26).

working-storage section.
77 oper-file-status pic X(2).
77 auth-fail-status pic X(2).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
77 control-file-status pic X(2).
copy signonctl.
77 reply-pin     pic X(8).
77 reply-lockout pic 9(2).
77 reply-expiry  pic 9(4).
77 list-pin-state pic X(7).
77 ws-listed pic S9(8) usage is computational.
77 out-count pic Z(7)9.

    end-if.
    perform 1000-display-menu
    accept menu-choice
    perform until menu-choice is equal to 7
        evaluate menu-choice
            when 1
                perform 2000-add-operator
                perform 4000-set-authority
            when 4
                perform 5000-list-operators
            when 5
                perform 6000-reset-pin
            when 6
                perform 7000-set-policy
            when other
                display "Invalid selection - please choose 1 - 7"
        end-evaluate
        perform 1000-display-menu
        accept menu-choice

0100-open-master.
    *> first-ever run creates the file, the same way roman-numerals
    *> falls back to OPEN OUTPUT on the frequency file - but only when
    *> there is no file. one that is there and will not open (a master
    *> still in the layout from before PINs) would be emptied by it
    open i-o operator-master
    if oper-file-status is not equal to '00'
            and oper-file-status is not equal to '35'
        display "OPERMAST.DAT could not be opened - status "
            oper-file-status
        display "An old-layout master is brought forward with"
            " opermast-convert"
        stop run
    end-if
    if oper-file-status is equal to '35'
        open output operator-master
        close operator-master
        open i-o operator-master
    *> could ever key the first supervisor record
    display "Enter Operator ID: "
    accept ws-operator-id
    display "Enter PIN: "
    accept so-pin
    move 'N' to supervisor-sw
    move 'Y' to master-empty-sw
    move low-values to op-id
            " validated for first-time setup"
        move 'Y' to supervisor-sw
    else
        *> the sign-on check opens the master itself to count wrong
        *> PINs, so it is handed the file for the length of the call
        close operator-master
        move 'SIGNON' to so-function
        move ws-operator-id to so-operator
        move 'OPERATOR-MAINT' to so-program
        move 'Y' to so-interactive
        call "operator-sign-on" using sign-on-area
        perform 0100-open-master
        if so-result is equal to 1
                and so-authority is equal to 'S'
            display "Signed on: " so-name
            move 'Y' to supervisor-sw
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required for operator"
                " maintenance - refused"
    display " 2. Deactivate an operator"
    display " 3. Set an operator's authority level"
    display " 4. List operators"
    display " 5. Reset a PIN / unlock an operator"
    display " 6. Sign-on PIN policy"
    display " 7. Quit"
    display "==================================="
    display "Enter selection: ".

        else
            move 'S' to reply-authority
        end-if
        perform 6200-take-starting-pin
        if so-result is not equal to 1
            move 'N' to confirm-sw
        else
            display "Add " reply-id " " reply-name " authority "
                reply-authority " - confirm (Y/N): "
            accept confirm-sw
        end-if
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            move reply-id to op-id
            move reply-name to op-name
            move 'A' to op-status
            move reply-authority to op-authority
            perform 6300-set-starting-pin
            write operator-record
                invalid key
                    display "Add failed - status " oper-file-status
            continue
    end-start
    display " "
    display "ID        STATUS  AUTH  PIN      NAME"
    display "--------  ------  ----  -------  "
        "------------------------------"
    move 0 to oper-eof
    read operator-master next record
        at end move 1 to oper-eof
    end-read
    perform until oper-eof is equal to 1
        add 1 to ws-listed
        evaluate true
            when op-locked is equal to 'Y'
                move 'LOCKED' to list-pin-state
            when op-pin-hash is equal to 0
                move 'NOT SET' to list-pin-state
            when op-pin-reset is equal to 'Y'
                move 'RESET' to list-pin-state
            when other
                move 'SET' to list-pin-state
        end-evaluate
        display op-id "  " op-status "       " op-authority "     "
            list-pin-state "  " op-name
        read operator-master next record
            at end move 1 to oper-eof
        end-read
    end-perform
    move ws-listed to out-count
    display "Operators on file: " out-count.

6000-reset-pin.
    display "Operator ID to reset: "
    accept reply-id
    if reply-id is equal to ws-operator-id
        display "Your own PIN is changed at sign-on - another"
            " supervisor must reset it"
    else
        move reply-id to op-id
        read operator-master key is op-id
            invalid key
                display "Operator " reply-id " is not on file"
            not invalid key
                perform 6100-confirm-reset
        end-read
    end-if.

6100-confirm-reset.
    if op-locked is equal to 'Y'
        display "Operator " op-id " " op-name " is LOCKED since "
            op-lock-date " " op-lock-time
    else
        display "Operator " op-id " " op-name " is not locked"
    end-if
    perform 6200-take-starting-pin
    if so-result is equal to 1
        display "Reset the PIN for " op-id " and clear any lock"
            " - confirm (Y/N): "
        accept confirm-sw
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            perform 6300-set-starting-pin
            rewrite operator-record
            display "PIN reset - " op-id " must choose a new PIN at"
                " the next sign-on"
            *> the reset goes on the same log as the failures that
            *> led to it, under the supervisor who made it
            move 'OPERATOR-MAINT' to af-program
            move 'RESET' to af-action
            move op-id to af-action(7:8)
            perform 8000-write-auth-fail
        else
            display "Reset cancelled"
        end-if
    end-if.

6200-take-starting-pin.
    *> the operator is told the starting PIN and must replace it at
    *> the first sign-on, so only its hash is kept
    display "Starting PIN for " reply-id " (4 to 8 digits): "
    accept reply-pin
    move 'HASH' to so-function
    move reply-id to so-operator
    move reply-pin to so-pin
    call "operator-sign-on" using sign-on-area
    move spaces to reply-pin.

6300-set-starting-pin.
    move so-hash to op-pin-hash
    accept op-pin-date from date yyyymmdd
    move 'Y' to op-pin-reset
    move 0 to op-fail-count
    move 'N' to op-locked
    move 0 to op-lock-date
    move 0 to op-lock-time.

7000-set-policy.
    move 3 to sc-lockout
    move 90 to sc-expiry-days
    open input sign-on-control-file
    if control-file-status is equal to '00'
        read sign-on-control-file into sign-on-control-line
            at end
                continue
        end-read
        close sign-on-control-file
    end-if
    display "Wrong PINs before an id locks - currently " sc-lockout
    display "New lockout limit (1 - 99): "
    accept reply-lockout
    display "Days before a PIN expires - currently " sc-expiry-days
        " (0 = never)"
    display "New expiry days: "
    accept reply-expiry
    if reply-lockout is not numeric or reply-lockout is equal to 0
        display "Lockout limit must be 1 - 99 - policy unchanged"
    else
    if reply-expiry is not numeric
            or reply-expiry is greater than 3650
        display "Expiry days must be 0 - 3650 - policy unchanged"
    else
        display "Lock after " reply-lockout " wrong PINs, expire PINs"
            " after " reply-expiry " days - confirm (Y/N): "
        accept confirm-sw
        if confirm-sw is equal to 'Y' or confirm-sw is equal to 'y'
            move reply-lockout to sc-lockout
            move reply-expiry to sc-expiry-days
            open output sign-on-control-file
            write sign-on-control-record from sign-on-control-line
            close sign-on-control-file
            display "Sign-on policy changed"
        else
            display "Policy unchanged"
        end-if
    end-if
    end-if.
