*>
*> filename:   opermastcvt.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> one-shot conversion of OPERMAST.DAT from the layout it had before
*> sign-on PINs (id, name, status, authority - 40 bytes) to the
*> current one (opermast.cpy). the new master cannot be opened over
*> the old, so the old file is renamed OPERMAST.OLD first; this reads
*> it and writes a fresh OPERMAST.DAT, refusing to run if one is
*> already there.
*>
*> every operator comes across with no PIN, which operator-sign-on
*> refuses, so someone has to be able to sign on afterwards: each
*> active supervisor is given a starting PIN here, keyed twice, that
*> must be changed at the first sign-on - the same as a reset in
*> operator-maint. a supervisor left without one (no reply) stays
*> without, and a supervisor then issues the rest their starting PINs
*> through operator-maint option 5. a run that gives no active
*> supervisor a PIN is refused before anything is written, since it
*> would leave a master nobody could maintain.
*>

identification division.
program-id. opermast-convert.

environment division.
input-output section.
file-control.
    select old-master assign to "OPERMAST.OLD"
        organization is indexed
        access mode is sequential
        record key is oo-id
        file status is old-file-status.
    select operator-master assign to "OPERMAST.DAT"
        organization is indexed
        access mode is random
        record key is op-id
        file status is oper-file-status.
    select pin-work-file assign to "OPERCVT.TMP"
        organization is line sequential
        file status is pin-work-status.

data division.
file section.
fd old-master.
    01 old-operator-record.
        02 oo-id        pic X(8).
        02 oo-name      pic X(30).
        02 oo-status    pic X(1).
        02 oo-authority pic X(1).

fd operator-master.
    copy opermast.

*> the starting PINs' hashes, keyed on the first pass so a refused
*> run writes nothing
fd pin-work-file.
    01 pin-work-record.
        02 pw-id   pic X(8).
        02 pw-hash pic 9(10).

working-storage section.
77 old-file-status pic X(2).
77 oper-file-status pic X(2).
77 pin-work-status pic X(2).
77 old-eof pic S9.
77 pin-eof pic S9.
77 reply-pin       pic X(8).
77 reply-pin-again pic X(8).
77 pin-tries pic S9(2) usage is computational.
77 pin-set-sw pic X(1).
copy signonarea.

77 ws-read      pic S9(8) usage is computational value zero.
77 ws-written   pic S9(8) usage is computational value zero.
77 ws-pins-set  pic S9(8) usage is computational value zero.
77 ws-no-pin    pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.

procedure division.
0000-mainline.
    display " Operator Master Conversion".
    display "----------------------------".
    open input operator-master.
    if oper-file-status is not equal to '35'
        if oper-file-status is equal to '00'
            close operator-master
        end-if
        display "REFUSED: OPERMAST.DAT is already there - rename the"
            " old-layout master OPERMAST.OLD first"
        move 8 to return-code
        stop run
    end-if.
    open input old-master.
    if old-file-status is not equal to '00'
        display "REFUSED: OPERMAST.OLD could not be opened - status "
            old-file-status
        move 8 to return-code
        stop run
    end-if.

    perform 1000-take-supervisor-pins.
    if ws-pins-set is equal to 0
        display "REFUSED: no active supervisor was given a starting"
            " PIN - nobody could sign on to maintain the master"
        display "Nothing written - OPERMAST.OLD is unchanged"
        move 8 to return-code
        stop run
    end-if.

    perform 2000-write-new-master.
    move ws-read to out-count
    display "Operators read:      " out-count.
    move ws-written to out-count
    display "Operators written:   " out-count.
    move ws-pins-set to out-count
    display "Starting PINs set:   " out-count.
    move ws-no-pin to out-count
    display "Awaiting a PIN:      " out-count.
    if ws-written is not equal to ws-read
        display "** OPERATORS WRITTEN DO NOT MATCH OPERATORS READ **"
        move 8 to return-code
    else
        display "Conversion complete - keep OPERMAST.OLD until the new"
            " master has been checked in operator-maint"
    end-if.
    stop run.

1000-take-supervisor-pins.
    open output pin-work-file
    move 0 to old-eof
    read old-master at end move 1 to old-eof end-read
    perform until old-eof is equal to 1
        if oo-status is equal to 'A' and oo-authority is equal to 'S'
            perform 1100-take-one-pin
        end-if
        read old-master at end move 1 to old-eof end-read
    end-perform
    close pin-work-file
    close old-master.

1100-take-one-pin.
    move 'N' to pin-set-sw
    move 0 to pin-tries
    perform until pin-set-sw is equal to 'Y'
            or pin-tries is greater than or equal to 3
        add 1 to pin-tries
        display "Starting PIN for supervisor " oo-id " " oo-name
        display "(4 to 8 digits, blank = none): "
        accept reply-pin
        if reply-pin is equal to spaces
            move 3 to pin-tries
        else
            display "Key the starting PIN again: "
            accept reply-pin-again
            if reply-pin is not equal to reply-pin-again
                display "The two entries differ - try again"
            else
                move 'HASH' to so-function
                move oo-id to so-operator
                move reply-pin to so-pin
                call "operator-sign-on" using sign-on-area
                if so-result is equal to 1
                    move oo-id to pw-id
                    move so-hash to pw-hash
                    write pin-work-record
                    add 1 to ws-pins-set
                    move 'Y' to pin-set-sw
                end-if
            end-if
        end-if
    end-perform
    move spaces to reply-pin
    move spaces to reply-pin-again
    move spaces to so-pin.

2000-write-new-master.
    *> both files are in id order, so the PIN hashes pair off with the
    *> old records as they are read
    open input old-master
    open input pin-work-file
    open output operator-master
    move 0 to pin-eof
    read pin-work-file at end move 1 to pin-eof end-read
    move 0 to old-eof
    read old-master at end move 1 to old-eof end-read
    perform until old-eof is equal to 1
        add 1 to ws-read
        perform 2100-write-one-operator
        read old-master at end move 1 to old-eof end-read
    end-perform
    close operator-master
    close pin-work-file
    close old-master.

2100-write-one-operator.
    move oo-id to op-id
    move oo-name to op-name
    move oo-status to op-status
    move oo-authority to op-authority
    move 0 to op-fail-count
    move 'N' to op-locked
    move 0 to op-lock-date
    move 0 to op-lock-time
    if pin-eof is equal to 0 and pw-id is equal to oo-id
        move pw-hash to op-pin-hash
        accept op-pin-date from date yyyymmdd
        move 'Y' to op-pin-reset
        read pin-work-file at end move 1 to pin-eof end-read
    else
        move 0 to op-pin-hash
        move 0 to op-pin-date
        move 'N' to op-pin-reset
        add 1 to ws-no-pin
    end-if
    write operator-record
        invalid key
            display "Operator " op-id " not written - status "
                oper-file-status
        not invalid key
            add 1 to ws-written
    end-write.
