*> receiver's figures agree, BADACK when they don't - so an extract
*> that vanishes between the shops finally leaves a trace.
*>
*> each entry also records the run that produced the extract - the
*> date and time the run started (XS-START-DATE/XS-START-TIME), the
*> date and time it registered the extract (XS-END-DATE/XS-END-TIME),
*> the operator and profile it converted under, and the input position
*> of its first detail record (XS-FIRST-POS - past 1 on a checkpoint
*> restart, when the extract was rewritten from the restart point).
*> that is what extract-regen needs to find the run's journal and
*> reject-archive entries and rebuild the file from them. a rebuilt
*> extract is registered under its own name with XS-ORIGINAL naming
*> the extract it replaces, which is then marked RESENT; XS-ORIGINAL
*> is spaces on an extract a conversion run wrote. the resend keeps
*> the original's run fields, XS-END-DATE among them, while XS-DATE
*> is the day the resend itself was sent. entries registered before
*> the run fields existed read as spaces there, and ones registered
*> before XS-END-DATE existed ended their run on XS-DATE.
*>

01 extract-sent-line.
    02 xs-name-label  pic X(7)  value 'FILE = '.
    02 xs-total       pic 9(10).
    02 xs-stat-label  pic X(8)  value ' STAT = '.
    02 xs-status      pic X(6).
    02 xs-start-label pic X(9)  value ' START = '.
    02 xs-start-date  pic 9(8).
    02 xs-at-label    pic X(6)  value ' AT = '.
    02 xs-start-time  pic 9(8).
    02 xs-end-label   pic X(7)  value ' END = '.
    02 xs-end-time    pic 9(8).
    02 xs-oper-label  pic X(12) value ' OPERATOR = '.
    02 xs-operator    pic X(8).
    02 xs-prof-label  pic X(11) value ' PROFILE = '.
    02 xs-profile     pic X(8).
    02 xs-first-label pic X(9)  value ' FIRST = '.
    02 xs-first-pos   pic 9(9).
    02 xs-orig-label  pic X(13) value ' RESEND OF = '.
    02 xs-original    pic X(50).
    02 xs-end-date-label pic X(12) value ' END DATE = '.
    02 xs-end-date    pic 9(8).
