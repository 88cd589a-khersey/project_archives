*>
*> filename:   disprec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for CONVERT.DSP, the repair desk's disposition
*> history. reject-repair appends one line for every reject it works -
*> CORRECTED with the value it was corrected to and its new decimal
*> result, or WRITEOFF with the supervisor's reason code - stamped with
*> the date, time, and operator of the repair, the reject's original
*> error and value, and the queue it was worked from with that queue's
*> run date, so the file reads back as a history rather than just the
*> last session's balancing evidence. DP-RUN-DATE is the session date
*> for rejects worked off the live CONVERT.REJ, which has no run date
*> of its own.
*>

01 disposition-line.
    02 dp-date-label     pic X(7)  value 'DATE = '.
    02 dp-date           pic 9(8).
    02 dp-time-label     pic X(8)  value ' TIME = '.
    02 dp-time           pic 9(8).
    02 dp-operator-label pic X(12) value ' OPERATOR = '.
    02 dp-operator       pic X(8).
    02 dp-position-label pic X(12) value ' POSITION = '.
    02 dp-position       pic Z(8)9.
    02 dp-action-label   pic X(10) value ' ACTION = '.
    02 dp-action         pic X(9).
    02 dp-reason-label   pic X(10) value ' REASON = '.
    02 dp-reason         pic X(4).
    02 dp-value-label    pic X(9)  value ' VALUE = '.
    02 dp-value          pic X(30).
    02 dp-result-label   pic X(10) value ' RESULT = '.
    02 dp-result         pic Z(8)9.
    02 dp-ref-label      pic X(7)  value ' REF = '.
    02 dp-reference      pic X(10).
    02 dp-error-label    pic X(9)  value ' ERROR = '.
    02 dp-error          pic X(14).
    02 dp-original-label pic X(12) value ' ORIGINAL = '.
    02 dp-original       pic X(30).
    02 dp-queue-label    pic X(9)  value ' QUEUE = '.
    02 dp-queue          pic X(24).
    02 dp-run-date-label pic X(11) value ' RUNDATE = '.
    02 dp-run-date       pic 9(8).
