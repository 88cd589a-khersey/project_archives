*>
*> filename:   certrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for the certificate print file roman-numerals'
*> reverse file mode writes when the certificates desk asks for one -
*> one line per certificate, carrying everything the certificate
*> states so nothing is typed by hand:
*>   CT-REFERENCE the source document's reference number
*>   CT-VALUE     the decimal value
*>   CT-NUMERAL   the numeral as printed - unconvert's letters with the
*>                overline underscores taken out
*>   CT-BARS      the overline as printed: a '-' over every letter of
*>                CT-NUMERAL that carries the bar (worth a thousand
*>                times face value), blank elsewhere, so the bar row
*>                sits directly above the numeral. all blank below 4000
*>   CT-WORDS     the value written out in words (value-words), already
*>                read back against CT-VALUE
*>   CT-POSITION  the record's position in the input file
*>   CT-SEQUENCE  this certificate's number within the run, and
*>   CT-RUN-TOTAL the value total of the run's certificates to here -
*>                the last line's control totals are the whole file's
*>

01 certificate-line.
    02 ct-ref-label   pic X(6)  value 'REF = '.
    02 ct-reference   pic X(10).
    02 ct-value-label pic X(9)  value ' VALUE = '.
    02 ct-value       pic 9(7).
    02 ct-num-label   pic X(11) value ' NUMERAL = '.
    02 ct-numeral     pic X(30).
    02 ct-bars-label  pic X(8)  value ' BARS = '.
    02 ct-bars        pic X(30).
    02 ct-words-label pic X(9)  value ' WORDS = '.
    02 ct-words       pic X(120).
    02 ct-pos-label   pic X(7)  value ' POS = '.
    02 ct-position    pic 9(8).
    02 ct-seq-label   pic X(7)  value ' SEQ = '.
    02 ct-sequence    pic 9(8).
    02 ct-total-label pic X(13) value ' RUN TOTAL = '.
    02 ct-run-total   pic 9(12).
