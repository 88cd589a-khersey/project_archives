*>
*> filename:   digitpend.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for DIGITVAL.PND, the pending-change file for
*> the DIGITVAL.DAT symbol table. digit-value-maint never changes a
*> row on the supervisor's say-so alone: an add, change, or delete is
*> keyed here as PENDING with the row's value before and after, and a
*> second, different supervisor reviews it in the same program. an
*> approved change is applied to DIGITVAL.DAT and DIGITVAL.CTL and
*> audited on DIGITVAL.AUD under both ids; a rejected one goes no
*> further. a change whose row moved underneath it between keying and
*> review is closed STALE rather than applied over the newer value.
*> lines stay on file once decided - the file is the history of every
*> change proposed, including the ones that never reached the table.
*>

01 pending-change-line.
    02 pn-seq-label      pic X(7)  value 'PEND = '.
    02 pn-seq            pic 9(6).
    02 pn-date-label     pic X(8)  value ' DATE = '.
    02 pn-date           pic 9(8).
    02 pn-time-label     pic X(8)  value ' TIME = '.
    02 pn-time           pic 9(8).
    02 pn-maker-label    pic X(12) value ' KEYED BY = '.
    02 pn-maker          pic X(8).
    02 pn-action-label   pic X(10) value ' ACTION = '.
    02 pn-action         pic X(6).
    02 pn-profile-label  pic X(11) value ' PROFILE = '.
    02 pn-profile        pic X(8).
    02 pn-symbol-label   pic X(10) value ' SYMBOL = '.
    02 pn-symbol         pic X(1).
    02 pn-old-label      pic X(7)  value ' OLD = '.
    02 pn-old-value      pic 9(4).
    02 pn-new-label      pic X(7)  value ' NEW = '.
    02 pn-new-value      pic 9(4).
    02 pn-status-label   pic X(8)  value ' STAT = '.
    02 pn-status         pic X(8).
    02 pn-checker-label  pic X(12) value ' REVIEWER = '.
    02 pn-checker        pic X(8).
    02 pn-rv-date-label  pic X(12) value ' REVIEWED = '.
    02 pn-review-date    pic 9(8).
    02 pn-rv-time-label  pic X(6)  value ' AT = '.
    02 pn-review-time    pic 9(8).
