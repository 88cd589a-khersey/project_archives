    *> calls stamped with the journal audit's reserved JNLAUDIT id are
    *> replays of history, not new work: their failures are findings
    *> for the audit's own report, and the reject write below would
    *> truncate the repair desk's live CONVERT.REJ queue mid-audit.
    *> DATEPART calls are one part of a roman-numeral date - the date
    *> driver rejects the whole date itself. QACHECK calls are a QA
    *> checker's blind re-keying, which the QA station handles itself.
    *> RESTATE calls re-convert history for the restatement run, which
    *> lists what the current table now rejects on its own report
    if operator-id is equal to 'JNLAUDIT'
            or operator-id is equal to 'DATEPART'
            or operator-id is equal to 'QACHECK'
            or operator-id is equal to 'RESTATE'
        go to 9000-exit
    end-if.
    *> the lines are built here and handed to JOURNAL-WRITER, which
    *> for interactive safety, or buffered for the whole run when the
    *> batch driver bracketed it with BEGIN/END.
    *> JNLAUDIT replays are not journaled - re-journaling history on
    *> every weekly audit would grow the file by its own size each run.
    *> DATEPART parts are journaled as their whole date, ROMAN-DATE.
    *> QACHECK re-keys check a conversion already journaled. RESTATE
    *> replays are posted by the restatement run as REVERSAL and
    *> CORRECTION entries, and only once the run foots
    if operator-id is equal to 'JNLAUDIT'
            or operator-id is equal to 'DATEPART'
            or operator-id is equal to 'QACHECK'
            or operator-id is equal to 'RESTATE'
        go to 9200-exit
    end-if.
    accept ws-date from date yyyymmdd
