*>
*> filename:   docinquiry.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> document lifecycle inquiry over DOCINDEX.DAT, the keyed index
*> document-index rebuilds from the arrival log, the reject history,
*> the journal, the repair desk's dispositions, and the extracts on
*> EXTSENT.DAT. the operator keys a document reference and its whole
*> life prints in date order - arrived, cleansed, rejected, corrected
*> or written off, converted, and the extract that carried it to
*> ledger posting with that extract's acknowledgment status - closed
*> by a one-line verdict on where the document stands, and a warning
*> when the same reference arrived again on a later day. a blank
*> reference ends the inquiry.
*>
*> the index is only as current as its last build - the inquiry says
*> so when a reference is not found, rather than claiming the document
*> never existed.
*>

identification division.
program-id. document-inquiry.

environment division.
input-output section.
file-control.
    select document-index-file assign to "DOCINDEX.DAT"
        organization is indexed
        access mode is dynamic
        record key is di-key
        file status is index-file-status.

data division.
file section.
fd document-index-file.
    01 doc-index-record.
        02 di-key.
            03 di-reference pic X(10).
            03 di-date      pic 9(8).
            03 di-time      pic 9(8).
            03 di-seq       pic 9(8).
        02 di-event  pic X(10).
        02 di-source pic X(50).
        02 di-detail pic X(80).
        02 di-header redefines di-detail.
            03 dh-first-date    pic 9(8).
            03 dh-first-time    pic 9(8).
            03 dh-repeat-count  pic 9(4).
            03 filler           pic X(60).

working-storage section.
77 index-file-status pic X(2).
77 index-eof pic S9.
77 sel-reference pic X(10).
77 ws-events-shown pic S9(4) usage is computational.
77 out-count pic Z(3)9.

*> what the history added up to - the verdict line is judged off
*> the last thing that happened to the document, in event order
77 seen-arrived-sw   pic X(1).
77 seen-converted-sw pic X(1).
77 seen-writeoff-sw  pic X(1).
77 seen-rejected-sw  pic X(1).
77 last-extract-sw   pic X(1).
77 last-ledger-stat  pic X(6).
77 ws-repeat-count   pic 9(4).
77 ledger-at         pic S9(4) usage is computational.

01 event-line.
    02 el-date   pic 9(8).
    02 filler    pic X(1) value space.
    02 el-time   pic 9(8).
    02 filler    pic X(2) value spaces.
    02 el-event  pic X(10).
    02 filler    pic X(1) value space.
    02 el-source pic X(24).
    02 filler    pic X(1) value space.
    02 el-detail pic X(60).

procedure division.
0000-mainline.
    display " Document Lifecycle Inquiry".
    display "----------------------------".
    open input document-index-file.
    if index-file-status is not equal to '00'
        display "DOCINDEX.DAT could not be opened - status "
            index-file-status
        display "Run document-index to build it first"
        stop run
    end-if.

    display " ".
    display "Document reference (blank = finish): ".
    move spaces to sel-reference.
    accept sel-reference.
    perform until sel-reference is equal to spaces
        perform 1000-show-one-document
        display " "
        display "Document reference (blank = finish): "
        move spaces to sel-reference
        accept sel-reference
    end-perform.

    close document-index-file.
    stop run.

1000-show-one-document.
    move 0 to ws-events-shown
    move 0 to ws-repeat-count
    move 'N' to seen-arrived-sw
    move 'N' to seen-converted-sw
    move 'N' to seen-writeoff-sw
    move 'N' to seen-rejected-sw
    move 'N' to last-extract-sw
    move spaces to last-ledger-stat
    move sel-reference to di-reference
    move 0 to di-date
    move 0 to di-time
    move 0 to di-seq
    move 0 to index-eof
    start document-index-file key is not less than di-key
        invalid key
            move 1 to index-eof
    end-start
    if index-eof is equal to 0
        read document-index-file next record
            at end move 1 to index-eof
        end-read
    end-if
    if index-eof is equal to 0
            and di-reference is not equal to sel-reference
        move 1 to index-eof
    end-if
    if index-eof is equal to 1
        display "Reference " sel-reference " is not on the index -"
            " it has not arrived, or arrived since the last build"
    else
        display " "
        display "Lifecycle of document " sel-reference
        display "    DATE     TIME    EVENT      SOURCE"
            "                   DETAIL"
        display "-------- -------- ---------- -----------------------"
            "- ------------------------------------------------------"
            "------"
        perform 1100-show-one-event
            until index-eof is equal to 1
        perform 1200-show-verdict
    end-if.

1100-show-one-event.
    if di-event is equal to 'DOCUMENT'
        move dh-repeat-count to ws-repeat-count
    else
        add 1 to ws-events-shown
        move di-date to el-date
        move di-time to el-time
        move di-event to el-event
        move di-source to el-source
        move di-detail to el-detail
        if di-time is equal to 99999999
            *> extract lines only know their day
            move 0 to el-time
        end-if
        display event-line
        perform 1150-note-event
    end-if
    read document-index-file next record
        at end move 1 to index-eof
    end-read
    if index-eof is equal to 0
            and di-reference is not equal to sel-reference
        move 1 to index-eof
    end-if.

1150-note-event.
    evaluate di-event
        when 'ARRIVED'
            move 'Y' to seen-arrived-sw
        when 'REJECTED'
            move 'Y' to seen-rejected-sw
            move 'N' to seen-converted-sw
        when 'CORRECTED'
            move 'Y' to seen-converted-sw
        when 'CONVERTED'
            move 'Y' to seen-converted-sw
        when 'RESTATED'
            move 'Y' to seen-converted-sw
        when 'WRITEOFF'
            move 'Y' to seen-writeoff-sw
        when 'EXTRACTED'
            if di-detail(1:8) is equal to 'ACCEPTED'
                    or di-detail(1:9) is equal to 'CORRECTED'
                move 'Y' to last-extract-sw
                *> the ledger status closes the detail text
                move 0 to ledger-at
                inspect di-detail tallying ledger-at
                    for characters before initial ' LEDGER '
                move di-detail(ledger-at + 9:6) to last-ledger-stat
            end-if
        when other
            continue
    end-evaluate.

1200-show-verdict.
    move ws-events-shown to out-count
    display " "
    display " Events: " out-count
    evaluate true
        when seen-writeoff-sw is equal to 'Y'
            display " Verdict: WRITTEN OFF at the repair desk -"
                " no value posted"
        when last-extract-sw is equal to 'Y'
                and last-ledger-stat is equal to 'ACKED'
            display " Verdict: CONVERTED, EXTRACTED, AND ACKNOWLEDGED"
                " BY LEDGER POSTING"
        when last-extract-sw is equal to 'Y'
            display " Verdict: CONVERTED AND EXTRACTED - ledger status "
                last-ledger-stat
        when seen-converted-sw is equal to 'Y'
            display " Verdict: CONVERTED - not yet carried to ledger"
                " posting by any registered extract"
        when seen-rejected-sw is equal to 'Y'
            display " Verdict: REJECTED - still awaiting the repair"
                " desk"
        when seen-arrived-sw is equal to 'Y'
            display " Verdict: ARRIVED - no outcome on file"
        when other
            display " Verdict: no arrival on file - history predates"
                " the arrival log"
    end-evaluate
    if ws-repeat-count is greater than 0
        display " ** REFERENCE ARRIVED AGAIN ON " ws-repeat-count
            " LATER DAY(S) - SEE REPEATED EVENTS **"
    end-if.
