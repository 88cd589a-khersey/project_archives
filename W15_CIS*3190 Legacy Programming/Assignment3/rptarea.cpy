*>
*> filename:   rptarea.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> parameter area for CALL "report-writer" - see rptwriter.cbl.
*>   RP-FUNCTION  OPEN a report, LINE to print one line, CLOSE to
*>                finish and register it; ABANDON, JOBSTART, and
*>                JOBEND are the job-stream controller's
*>   RP-PROGRAM   the reporting program's name, for the page headings
*>                and the report directory
*>   RP-CODE      a short code the print file is named for (the
*>                program's job-stream step name where it has one)
*>   RP-TITLE     the report's title, for the headings and directory
*>   RP-OPERATOR  who ran it - blank takes the job stream's id under
*>                the job-stream controller, CONSOLE otherwise
*>   RP-LINE      the line to print, on LINE
*>   RP-FILE-NAME the print file the report went to, back from OPEN
*>   RP-RESULT    1 the print file is open (or the call went through),
*>                2 the report is going to the terminal only
*>

01 report-area.
    02 rp-function  pic X(8).
    02 rp-program   pic X(20).
    02 rp-code      pic X(8).
    02 rp-title     pic X(50).
    02 rp-operator  pic X(8).
    02 rp-line      pic X(132).
    02 rp-file-name pic X(30).
    02 rp-result    pic S9 usage is computational.
