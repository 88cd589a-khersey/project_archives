*>
*> filename:   rptdirrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for REPORTS.DIR, the report directory. every
*> report the suite prints also goes to a dated print file, named for
*> the program's short code and the run (REJANAL.20261015.14300512),
*> with a heading and a footing on every page; report-writer appends
*> one line here when the file is closed. report-browse lists the
*> directory by date and program and reprints any entry, so last
*> Tuesday's control report can be produced for an auditor long after
*> the screen it was shown on has scrolled away.
*>
*> STAT is COMPL for a report that ran to its end, INCOMP for one its
*> program never finished (the print file holds everything printed up
*> to the point the run stopped).
*>

01 report-directory-line.
    02 rd-date-label  pic X(7)  value 'DATE = '.
    02 rd-date        pic 9(8).
    02 rd-time-label  pic X(8)  value ' TIME = '.
    02 rd-time        pic 9(8).
    02 rd-prog-label  pic X(11) value ' PROGRAM = '.
    02 rd-program     pic X(20).
    02 rd-oper-label  pic X(12) value ' OPERATOR = '.
    02 rd-operator    pic X(8).
    02 rd-pages-label pic X(9)  value ' PAGES = '.
    02 rd-pages       pic 9(4).
    02 rd-lines-label pic X(9)  value ' LINES = '.
    02 rd-lines       pic 9(7).
    02 rd-stat-label  pic X(8)  value ' STAT = '.
    02 rd-status      pic X(6).
    02 rd-file-label  pic X(8)  value ' FILE = '.
    02 rd-file        pic X(30).
    02 rd-title-label pic X(9)  value ' TITLE = '.
    02 rd-title       pic X(50).
