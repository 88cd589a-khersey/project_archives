*>
*> filename:   opermast.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for OPERMAST.DAT, the operator master. id (the
*> key), name, active/inactive status, and authority level - 'S'
*> supervisor, 'O' ordinary operator - as operator-maint keys them.
*>
*> the rest of the record is the sign-on PIN, kept by operator-sign-on
*> (signon.cbl): OP-PIN-HASH is the PIN run through a one-way hash
*> salted with the id, so the file never holds anything that reads
*> back as the PIN - zero means none has been set yet. OP-PIN-DATE is
*> when it was last set, for expiry; OP-PIN-RESET is 'Y' after a
*> supervisor's reset, forcing a new PIN at the next sign-on.
*> OP-FAIL-COUNT counts consecutive wrong PINs, and OP-LOCKED goes to
*> 'Y', with the date and time, when it reaches the SIGNON.CTL limit -
*> only a supervisor's reset in operator-maint clears it.
*>

01 operator-record.
    02 op-id         pic X(8).
    02 op-name       pic X(30).
    02 op-status     pic X(1).
    02 op-authority  pic X(1).
    02 op-pin-hash   pic 9(10).
    02 op-pin-date   pic 9(8).
    02 op-pin-reset  pic X(1).
    02 op-fail-count pic 9(2).
    02 op-locked     pic X(1).
    02 op-lock-date  pic 9(8).
    02 op-lock-time  pic 9(8).
