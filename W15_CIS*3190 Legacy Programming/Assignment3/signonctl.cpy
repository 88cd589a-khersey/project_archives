*>
*> filename:   signonctl.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> record layout for SIGNON.CTL, the sign-on PIN policy - one line,
*> kept by a supervisor in operator-maint. SC-LOCKOUT is how many
*> consecutive wrong PINs lock an id; SC-EXPIRY-DAYS is how old a PIN
*> may get before the next sign-on demands a new one, zero meaning
*> PINs never expire. with no SIGNON.CTL on file operator-sign-on
*> works to 3 attempts and 90 days.
*>

01 sign-on-control-line.
    02 sc-lockout-label pic X(10) value 'LOCKOUT = '.
    02 sc-lockout       pic 9(2).
    02 sc-expiry-label  pic X(10) value ' EXPIRY = '.
    02 sc-expiry-days   pic 9(4).
