*>
*> filename:   docarrrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for DOCARRIV.LOG, the document arrival log.
*> roman-numerals' file and manifest modes append one line for every
*> branch input record they read, before the CALL to convert: the run
*> date and time, the branch file the record came in on, its position
*> in that file, the document reference, the value exactly as it
*> arrived, and the value the pre-edit cleansing pass handed on to
*> convert. it is the only place a document's arrival is written down
*> whatever became of it afterwards, so the document index starts
*> every lifecycle here - and a reference arriving on a later day's
*> file than the first one it arrived on is found here too.
*> DA-CLEANSED equals DA-ARRIVED on records the cleansing pass left
*> alone.
*>

01 document-arrival-line.
    02 da-date-label     pic X(7)  value 'DATE = '.
    02 da-date           pic 9(8).
    02 da-time-label     pic X(8)  value ' TIME = '.
    02 da-time           pic 9(8).
    02 da-file-label     pic X(8)  value ' FILE = '.
    02 da-file           pic X(50).
    02 da-position-label pic X(12) value ' POSITION = '.
    02 da-position       pic Z(8)9.
    02 da-ref-label      pic X(7)  value ' REF = '.
    02 da-reference      pic X(10).
    02 da-arrived-label  pic X(11) value ' ARRIVED = '.
    02 da-arrived        pic X(30).
    02 da-cleansed-label pic X(12) value ' CLEANSED = '.
    02 da-cleansed       pic X(30).
