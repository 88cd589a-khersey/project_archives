*> and unconvert.cbl append every conversion to. answers questions like
*> "who converted MCMXCIV on the 14th?" without dumping the flat file
*> and eyeballing 154-byte lines: the operator gives a date range, an
*> operator id, a direction (ROMAN-DEC / DEC-ROMAN / ROMAN-DATE, or a
*> restatement's REVERSAL / CORRECTION), and/or a specific
*> input value - any of them left blank means "no filter on that" - and
*> the matching entries print with a count and, for ROMAN-DEC entries,
*> a total of the decimal results.
    accept sel-to-date-text
    display "Operator ID (blank = all): "
    accept sel-operator
    display "Direction ROMAN-DEC / DEC-ROMAN / ROMAN-DATE /"
        " REVERSAL / CORRECTION (blank = all): "
    accept sel-direction
    display "Input value (blank = all): "
    accept sel-value
