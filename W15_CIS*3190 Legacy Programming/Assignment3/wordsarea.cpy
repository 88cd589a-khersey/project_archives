*>
*> filename:   wordsarea.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> parameter area for CALL "value-words" - see valwords.cbl.
*>   WD-FUNCTION  SPELL to write WD-VALUE out in English words into
*>                WD-TEXT, READ to read WD-TEXT back into WD-VALUE
*>   WD-VALUE     the amount, 1 to 3999999 - the reach of unconvert
*>   WD-TEXT      the amount in words, lower case, as a certificate
*>                states it: "one thousand nine hundred ninety-four"
*>   WD-RESULT    1 done, 2 the value is out of range (SPELL) or the
*>                text holds a word or an order that is not an amount
*>                (READ)
*>

01 words-area.
    02 wd-function pic X(8).
    02 wd-value    pic S9(8) usage is computational.
    02 wd-text     pic X(120).
    02 wd-result   pic S9 usage is computational.
