        access mode is dynamic
        record key is br-id
        file status is branch-file-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
        02 br-days    pic X(7).
        02 br-status  pic X(1).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 branch-file-status pic X(2).
77 auth-fail-status   pic X(2).
77 branch-eof pic S9.
77 menu-choice pic 9(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.

procedure division.
0000-mainline.
    display "---------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.
    perform 0200-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code

0200-check-authority.
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'BRANCH-MAINT' to so-program
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
            display "Supervisor authority is required for branch"
                " maintenance - refused"
