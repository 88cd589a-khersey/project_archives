*>
*> filename:   qasampctl.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> record layout for QASAMPLE.CTL, the blind re-key sampling policy -
*> one line, kept by a supervisor at the QA station. QC-RATE is the
*> percent of each file's accepted records drawn into QASAMPLE.DAT;
*> every file gives at least one sample whatever the rate. with no
*> QASAMPLE.CTL on file roman-numerals samples at 2 percent.
*>

01 qa-sample-control-line.
    02 qc-rate-label pic X(7) value 'RATE = '.
    02 qc-rate       pic 9(3).
