*> TRENDRPT (trend-report), REJANAL (reject-analysis), OPERACT
*> (operator-activity), JNLRECON (journal-reconcile), MANBUILD
*> (manifest-build), EXTRECON (extract-recon), SESSRPT
*> (session-report), DOCINDEX (document-index),
*> BRSCORE (branch-scorecard), REJAGING (reject-aging),
*> EXTREGEN (extract-regen), DISPANAL (disposition-analysis),
*> PARTSPLIT (partition-split), PARTMERGE (partition-merge),
*> ACKAUDIT (ackermann-memo-audit), BACKUP (master-backup),
*> EXCSCAN (exception-scan)
*>
*> a step fails when its return code comes back nonzero - the step
*> programs set 8 for a failed run and 16 for an answer shortfall.
77 any-step-failed-sw pic X(1) value 'N'.
77 ws-steps-run pic S9(4) usage is computational value zero.
77 out-count pic ZZZ9.
copy rptarea.

01 job-log-line.
    02 jg-step-label  pic X(7)  value 'STEP = '.
    perform 0600-write-job-header.
    perform 0700-set-run-calendar.

    *> reports printed by the steps name no operator of their own -
    *> the report writer stamps them as the job stream's
    move 'JOBSTART' to rp-function
    move 'JOBSTRM' to rp-operator
    call "report-writer" using report-area.

    open input job-card-file.
    if job-card-status is not equal to '00'
        display "JOBSTRM.CRD could not be opened - status "
    end-if.

    perform 8000-truncate-answer-file.
    move 'JOBEND' to rp-function
    call "report-writer" using report-area.

    move ws-steps-run to out-count.
    display "Job complete - " out-count " step(s) run".
            call "extract-recon"
        when 'SESSRPT'
            call "session-report"
        when 'DOCINDEX'
            call "document-index"
        when 'BRSCORE'
            call "branch-scorecard"
        when 'REJAGING'
            call "reject-aging"
        when 'EXTREGEN'
            call "extract-regen"
        when 'DISPANAL'
            call "disposition-analysis"
        when 'PARTSPLIT'
            call "partition-split"
        when 'PARTMERGE'
            call "partition-merge"
        when 'ACKAUDIT'
            call "ackermann-memo-audit"
        when 'BACKUP'
            call "master-backup"
        when 'EXCSCAN'
            call "exception-scan"
        when other
            display "UNKNOWN STEP NAME " step-name " - step failed"
            move 12 to return-code
    *> decides whether CONVERT.REJ starts fresh or EXTENDs, so without
    *> this a later step's rejects would pile onto the previous step's
    *> queue. cancelling the step programs and the engines they CALL
    *> puts every program back to its initial state between steps.
    *> a step that stopped part-way through a report leaves it open in
    *> the report writer - it is closed INCOMP here, so the part that
    *> printed is still on file for the morning
    move 'ABANDON' to rp-function
    call "report-writer" using report-area
    cancel "roman-numerals"
    cancel "conv-batch"
    cancel "convert-test"
    cancel "manifest-build"
    cancel "extract-recon"
    cancel "session-report"
    cancel "document-index"
    cancel "branch-scorecard"
    cancel "reject-aging"
    cancel "extract-regen"
    cancel "disposition-analysis"
    cancel "partition-split"
    cancel "partition-merge"
    cancel "ackermann-memo-audit"
    cancel "master-backup"
    cancel "exception-scan"
    cancel "convert"
    cancel "unconvert"
    cancel "value-words"
    cancel "conv"
    *> the shared file custodian keeps the reject file's once-per-run
    *> truncation switch - a new step is a new run
