*>
*> filename:   signon.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> operator sign-on check, CALLed by every program that signs an
*> operator on against OPERMAST.DAT - roman-numerals, operator-maint,
*> digit-value-maint, journal-retain, reject-repair, branch-maint,
*> freq-rebuild. operator ids are printed on every journal listing, so
*> an id alone proves nothing; each operator now has a PIN, and this
*> is the one place it is checked, so every program enforces the same
*> rules the same way.
*>
*> the PIN is never stored as keyed - OP-PIN-HASH holds it run through
*> a one-way hash salted with the operator id, so two operators with
*> the same PIN hold different values, and nothing on the file reads
*> back as a PIN. a sign-on is refused for an id not on file, an
*> inactive id, a locked id, or a wrong PIN. wrong PINs are counted -
*> the count clears on a good sign-on - and when SIGNON.CTL's lockout
*> limit is reached the id is locked until a supervisor resets it in
*> operator-maint. every wrong PIN, every lockout, and every attempt
*> on a locked id goes to AUTHFAIL.LOG under the calling program.
*>
*> an id with no PIN on file is refused outright - knowing an id is
*> not a credential - until a supervisor issues it a starting PIN in
*> operator-maint (option 5). a good PIN is still not enough when it
*> is due for change: after a supervisor's reset (which is how every
*> starting PIN is issued), or when it is older than SIGNON.CTL's
*> expiry days, the operator must choose a new one before the sign-on
*> completes. that needs someone at the terminal,
*> so an unattended sign-on with a change due is refused and says why.
*>
*> functions, in SO-FUNCTION - see signonarea.cpy:
*>   SIGNON - check SO-OPERATOR and SO-PIN as described above
*>   HASH   - return SO-PIN hashed for SO-OPERATOR in SO-HASH, for
*>            operator-maint to store on an add or a reset; a PIN
*>            that is not 4 to 8 digits is refused
*>
*> a site with no OPERMAST.DAT gets result 2 and the caller's usual
*> unvalidated-sign-on warning, as before PINs. a master that is there
*> but will not open, or holds a record still in the layout from
*> before PINs, refuses the sign-on instead - falling open would hand
*> every caller supervisor authority. opermast-convert brings an old
*> master forward.
*>

identification division.
program-id. operator-sign-on.

environment division.
input-output section.
file-control.
    select operator-master assign to "OPERMAST.DAT"
        organization is indexed
        access mode is random
        record key is op-id
        file status is oper-file-status.
    select sign-on-control-file assign to "SIGNON.CTL"
        organization is line sequential
        file status is control-file-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd operator-master.
    copy opermast.

fd sign-on-control-file.
    01 sign-on-control-record pic X(26).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 oper-file-status    pic X(2).
77 control-file-status pic X(2).
77 auth-fail-status    pic X(2).
copy signonctl.
copy authfailrec.

77 ws-date pic 9(8).
77 ws-time pic 9(8).
77 ws-lockout     pic 9(2).
77 ws-expiry-days pic 9(4).
77 change-due-sw  pic X(1).
77 pin-valid-sw   pic X(1).
77 pin-tries      pic S9(2) usage is computational.
77 new-pin        pic X(8).
77 new-pin-again  pic X(8).
77 out-fails      pic Z9.
77 out-limit      pic Z9.

*> hash work - see 8500-hash-pin
77 hash-work    pic S9(18) usage is computational.
77 hash-quot    pic S9(18) usage is computational.
77 hash-value   pic S9(18) usage is computational.
77 hash-char    pic X(1).
77 hash-code    pic S9(4) usage is computational.
77 hash-idx     pic S9(4) usage is computational.
77 hash-jdx     pic S9(4) usage is computational.
77 hash-round   pic S9(4) usage is computational.
77 hash-text    pic X(16).
01 hash-alphabet.
    02 filler pic X(33) value " 0123456789ABCDEFGHIJKLMNOPQRSTUV".
    02 filler pic X(33) value "WXYZabcdefghijklmnopqrstuvwxyz-_.".
77 pin-digit-count pic S9(4) usage is computational.
77 pin-blank-seen  pic X(1).

*> date-to-serial work fields, as in trend-report's 8000 paragraph
77 sr-year   pic S9(8) usage is computational.
77 sr-month  pic S9(8) usage is computational.
77 sr-day    pic S9(8) usage is computational.
77 sr-serial pic S9(8) usage is computational.
77 sr-work   pic S9(8) usage is computational.
77 sr-date   pic 9(8).
77 today-serial pic S9(8) usage is computational.

linkage section.
copy signonarea.

procedure division using sign-on-area.
0000-mainline.
    evaluate so-function
        when 'SIGNON'
            perform 1000-sign-on
        when 'HASH'
            move so-pin to new-pin
            perform 8400-check-pin-format
            if pin-valid-sw is equal to 'Y'
                perform 8500-hash-pin
                move hash-value to so-hash
                move 1 to so-result
            else
                display "A PIN is 4 to 8 digits"
                move 3 to so-result
            end-if
        when other
            display "OPERATOR-SIGN-ON called with unknown function "
                so-function
            move 3 to so-result
    end-evaluate
    goback.

1000-sign-on.
    move 3 to so-result
    move spaces to so-name
    move space to so-authority
    open i-o operator-master
    if oper-file-status is equal to '35'
        move 2 to so-result
    else
    if oper-file-status is not equal to '00'
        display "OPERMAST.DAT could not be opened - status "
            oper-file-status " - sign-on refused"
        move 'MASTER FAULT' to af-action
        perform 8100-write-auth-fail
    else
        perform 1100-load-policy
        move so-operator to op-id
        read operator-master
            invalid key
                display "Operator " so-operator " is not on file"
            not invalid key
                perform 1200-check-operator
        end-read
        close operator-master
    end-if
    end-if.

1100-load-policy.
    move 3 to ws-lockout
    move 90 to ws-expiry-days
    open input sign-on-control-file
    if control-file-status is equal to '00'
        read sign-on-control-file into sign-on-control-line
            at end
                continue
            not at end
                if sc-lockout is numeric
                        and sc-lockout is greater than 0
                    move sc-lockout to ws-lockout
                end-if
                if sc-expiry-days is numeric
                    move sc-expiry-days to ws-expiry-days
                end-if
        end-read
        close sign-on-control-file
    end-if.

1200-check-operator.
    evaluate true
        when op-pin-hash is not numeric
                or op-pin-date is not numeric
                or op-fail-count is not numeric
            *> a record from before PINs, read short into this layout
            display "Operator " so-operator " is on file in the old"
                " layout - run opermast-convert; sign-on refused"
            move 'OLD LAYOUT' to af-action
            perform 8100-write-auth-fail
        when op-status is not equal to 'A'
            display "Operator " so-operator " is deactivated"
            move 'INACTIVE ID' to af-action
            perform 8100-write-auth-fail
        when op-locked is equal to 'Y'
            display "Operator " so-operator " is locked after repeated"
                " wrong PINs since " op-lock-date
            display "A supervisor must reset the PIN in operator-maint"
            move 'LOCKED ID' to af-action
            perform 8100-write-auth-fail
        when op-pin-hash is equal to 0
            display "No PIN is set for " so-operator " - sign-on"
                " refused"
            display "A supervisor must issue a starting PIN in"
                " operator-maint (option 5)"
            move 'NO PIN SET' to af-action
            perform 8100-write-auth-fail
        when other
            move so-pin to new-pin
            perform 8500-hash-pin
            if hash-value is equal to op-pin-hash
                move 'N' to change-due-sw
                perform 1300-check-pin-age
                perform 1400-complete-sign-on
            else
                perform 1500-wrong-pin
            end-if
    end-evaluate.

1300-check-pin-age.
    if op-pin-reset is equal to 'Y'
        display "PIN was reset by a supervisor - a new PIN is required"
        move 'Y' to change-due-sw
    else
        if ws-expiry-days is greater than 0
            accept ws-date from date yyyymmdd
            move ws-date to sr-date
            perform 8000-date-to-serial
            move sr-serial to today-serial
            move op-pin-date to sr-date
            perform 8000-date-to-serial
            if today-serial - sr-serial is greater than ws-expiry-days
                display "PIN has expired - a new PIN is required"
                move 'Y' to change-due-sw
            end-if
        end-if
    end-if.

1400-complete-sign-on.
    move 0 to op-fail-count
    if change-due-sw is equal to 'Y'
        if so-interactive is equal to 'Y'
            perform 2000-take-new-pin
        else
            display "PIN change due for " so-operator " - sign on at a"
                " terminal to set one; unattended sign-on refused"
            move 'PIN CHANGE DUE' to af-action
            perform 8100-write-auth-fail
        end-if
    end-if
    if change-due-sw is equal to 'N'
        move op-name to so-name
        move op-authority to so-authority
        move 1 to so-result
    end-if
    rewrite operator-record
        invalid key
            continue
    end-rewrite.

1500-wrong-pin.
    add 1 to op-fail-count
    move op-fail-count to out-fails
    move ws-lockout to out-limit
    if op-fail-count is greater than or equal to ws-lockout
        move 'Y' to op-locked
        accept op-lock-date from date yyyymmdd
        accept op-lock-time from time
        display "PIN incorrect - " out-fails " of " out-limit
            " attempts - operator " so-operator " is now LOCKED"
        move 'LOCKED OUT' to af-action
    else
        display "PIN incorrect - " out-fails " of " out-limit
            " attempts"
        move 'WRONG PIN' to af-action
    end-if
    perform 8100-write-auth-fail
    rewrite operator-record
        invalid key
            continue
    end-rewrite.

2000-take-new-pin.
    move 0 to pin-tries
    perform until change-due-sw is equal to 'N'
            or pin-tries is greater than or equal to 3
        add 1 to pin-tries
        display "New PIN (4 to 8 digits): "
        accept new-pin
        display "Key the new PIN again: "
        accept new-pin-again
        perform 8400-check-pin-format
        evaluate true
            when pin-valid-sw is not equal to 'Y'
                display "A PIN is 4 to 8 digits - try again"
            when new-pin is not equal to new-pin-again
                display "The two entries differ - try again"
            when other
                perform 8500-hash-pin
                if hash-value is equal to op-pin-hash
                    display "The new PIN must differ from the old one"
                else
                    move hash-value to op-pin-hash
                    accept op-pin-date from date yyyymmdd
                    move 'N' to op-pin-reset
                    move 'N' to change-due-sw
                    display "New PIN set"
                end-if
        end-evaluate
    end-perform
    if change-due-sw is equal to 'Y'
        display "No new PIN set - sign-on refused"
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
    move so-operator to af-operator
    move so-program to af-program
    write auth-fail-record from auth-fail-line
    close auth-fail-file.

8400-check-pin-format.
    *> NEW-PIN must be 4 to 8 digits, left-justified
    move 'Y' to pin-valid-sw
    move 0 to pin-digit-count
    move 'N' to pin-blank-seen
    perform varying hash-idx from 1 by 1 until hash-idx is greater than 8
        if new-pin(hash-idx:1) is equal to space
            move 'Y' to pin-blank-seen
        else
            if new-pin(hash-idx:1) is not numeric
                    or pin-blank-seen is equal to 'Y'
                move 'N' to pin-valid-sw
            else
                add 1 to pin-digit-count
            end-if
        end-if
    end-perform
    if pin-digit-count is less than 4
        move 'N' to pin-valid-sw
    end-if.

8500-hash-pin.
    *> NEW-PIN salted with SO-OPERATOR, folded into one value and then
    *> stirred through rounds of a multiplicative generator - the
    *> remainders throw away what would be needed to work backwards
    move so-operator to hash-text(1:8)
    move new-pin to hash-text(9:8)
    move 7 to hash-value
    perform varying hash-idx from 1 by 1
            until hash-idx is greater than 16
        move hash-text(hash-idx:1) to hash-char
        move 99 to hash-code
        perform varying hash-jdx from 1 by 1
                until hash-jdx is greater than 66
            if hash-alphabet(hash-jdx:1) is equal to hash-char
                move hash-jdx to hash-code
            end-if
        end-perform
        compute hash-work = (hash-value * 131) + hash-code
            + (hash-idx * 7919)
        divide hash-work by 2147483629 giving hash-quot
            remainder hash-value
    end-perform
    perform varying hash-round from 1 by 1
            until hash-round is greater than 64
        compute hash-work = (hash-value * 48271) + hash-round
        divide hash-work by 2147483647 giving hash-quot
            remainder hash-value
    end-perform
    if hash-value is equal to 0
        move 1 to hash-value
    end-if.

8000-date-to-serial.
    *> same shift-february-to-month-14 day count trend-report uses
    compute sr-year  = sr-date / 10000
    compute sr-work  = sr-date - (sr-year * 10000)
    compute sr-month = sr-work / 100
    compute sr-day   = sr-work - (sr-month * 100)
    if sr-month is less than 3
        subtract 1 from sr-year
        add 12 to sr-month
    end-if
    compute sr-serial = (365 * sr-year) + (sr-year / 4)
        - (sr-year / 100) + (sr-year / 400)
        + ((153 * (sr-month + 1)) / 5) + sr-day.
