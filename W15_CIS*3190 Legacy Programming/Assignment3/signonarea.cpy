*>
*> filename:   signonarea.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> parameter area for CALL "operator-sign-on" - see signon.cbl.
*>   SO-FUNCTION    SIGNON to check an id and PIN, HASH to have a PIN
*>                  hashed for storing (operator-maint's add and reset)
*>   SO-OPERATOR    the id signing on, or the id the PIN belongs to
*>   SO-PIN         the PIN as keyed, 4 to 8 digits
*>   SO-PROGRAM     the calling program, for AUTHFAIL.LOG
*>   SO-INTERACTIVE 'Y' when an operator is at the terminal and can be
*>                  made to choose a new PIN; 'N' under an answer file
*>   SO-RESULT      1 signed on (or PIN hashed), 2 OPERMAST.DAT not
*>                  available, 3 refused - the reason already shown
*>   SO-NAME        the operator's name, on a sign-on
*>   SO-AUTHORITY   the operator's authority level, on a sign-on
*>   SO-HASH        the hashed PIN, from HASH
*>

01 sign-on-area.
    02 so-function    pic X(8).
    02 so-operator    pic X(8).
    02 so-pin         pic X(8).
    02 so-program     pic X(14).
    02 so-interactive pic X(1).
    02 so-result      pic 9(1).
    02 so-name        pic X(30).
    02 so-authority   pic X(1).
    02 so-hash        pic 9(10).
