*>
*> filename:   periodarea.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> parameter area for CALL "period-check" - see periodchk.cbl.
*>   PA-FUNCTION    CHECK to ask whether the month a date falls in has
*>                  been closed
*>   PA-DATE        the date the work would land on, YYYYMMDD
*>   PA-RESULT      1 the month is open, 2 the month is closed - the
*>                  refusal already shown
*>   PA-CLOSED-DATE the date the month was closed, on a 2
*>   PA-CLOSED-BY   the supervisor who closed it, on a 2
*>

01 period-area.
    02 pa-function    pic X(8).
    02 pa-date        pic 9(8).
    02 pa-result      pic 9(1).
    02 pa-closed-date pic 9(8).
    02 pa-closed-by   pic X(8).
