*>
*> filename:   valwords.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> amount-in-words service for the certificate print file. a
*> certificate states its value three ways - the figure, the numeral,
*> and the amount written out - and the certificates desk used to type
*> the written-out amount by hand, which is where most of its errors
*> came from. SPELL writes a value out the way the certificates word
*> it: "one thousand nine hundred ninety-four", lower case, no "and",
*> tens and units hyphenated, up to "three million nine hundred
*> ninety-nine thousand nine hundred ninety-nine". READ goes the other
*> way, so the caller can read its wording back and compare - a
*> wording that does not read back to the figure never reaches a
*> certificate. READ takes only the wording SPELL writes: each scale
*> word (hundred, thousand, million) once and in order, and no word
*> where the one before it leaves no room for it.
*>
*> parameters in WD-FUNCTION etc. - see wordsarea.cpy.
*>

identification division.
program-id. value-words.

environment division.

data division.
working-storage section.
01 ones-values.
    02 filler pic X(9) value 'one'.
    02 filler pic X(9) value 'two'.
    02 filler pic X(9) value 'three'.
    02 filler pic X(9) value 'four'.
    02 filler pic X(9) value 'five'.
    02 filler pic X(9) value 'six'.
    02 filler pic X(9) value 'seven'.
    02 filler pic X(9) value 'eight'.
    02 filler pic X(9) value 'nine'.
    02 filler pic X(9) value 'ten'.
    02 filler pic X(9) value 'eleven'.
    02 filler pic X(9) value 'twelve'.
    02 filler pic X(9) value 'thirteen'.
    02 filler pic X(9) value 'fourteen'.
    02 filler pic X(9) value 'fifteen'.
    02 filler pic X(9) value 'sixteen'.
    02 filler pic X(9) value 'seventeen'.
    02 filler pic X(9) value 'eighteen'.
    02 filler pic X(9) value 'nineteen'.
01 ones-table redefines ones-values.
    02 ow-word occurs 19 times pic X(9).

*> twenty through ninety - entry 1 is the tens digit 2
01 tens-values.
    02 filler pic X(7) value 'twenty'.
    02 filler pic X(7) value 'thirty'.
    02 filler pic X(7) value 'forty'.
    02 filler pic X(7) value 'fifty'.
    02 filler pic X(7) value 'sixty'.
    02 filler pic X(7) value 'seventy'.
    02 filler pic X(7) value 'eighty'.
    02 filler pic X(7) value 'ninety'.
01 tens-table redefines tens-values.
    02 tw-word occurs 8 times pic X(7).

77 wd-idx pic S9(2) usage is computational.

*> SPELL work fields
77 text-ptr      pic S9(4) usage is computational.
77 next-word     pic X(20).
77 grp-millions  pic S9(4) usage is computational.
77 grp-thousands pic S9(4) usage is computational.
77 grp-units     pic S9(4) usage is computational.
77 group-value   pic S9(4) usage is computational.
77 hundreds-digit pic S9(2) usage is computational.
77 group-rest    pic S9(4) usage is computational.
77 tens-digit    pic S9(2) usage is computational.
77 ones-digit    pic S9(2) usage is computational.

*> READ work fields - LAST-KIND is what the previous word was: N
*> nothing yet in this group (start, or just after thousand or
*> million), H hundred, T a tens word, U a unit, teen, or hyphenated
*> pair
77 read-ptr    pic S9(4) usage is computational.
77 read-token  pic X(20).
77 read-part-1 pic X(20).
77 read-part-2 pic X(20).
77 read-total  pic S9(8) usage is computational.
77 read-group  pic S9(8) usage is computational.
77 read-words  pic S9(4) usage is computational.
77 found-value pic S9(4) usage is computational.
77 found-value2 pic S9(4) usage is computational.
77 last-kind   pic X(1).

linkage section.
copy wordsarea.

procedure division using words-area.
0000-mainline.
    move 1 to wd-result
    evaluate wd-function
        when 'SPELL'
            perform 1000-spell-value
        when 'READ'
            perform 2000-read-words
        when other
            display "VALUE-WORDS called with unknown function "
                wd-function
            move 2 to wd-result
    end-evaluate
    goback.

1000-spell-value.
    move spaces to wd-text
    move 1 to text-ptr
    if wd-value is less than 1 or wd-value is greater than 3999999
        move 2 to wd-result
    else
        compute grp-millions = wd-value / 1000000
        compute grp-thousands = (wd-value - (grp-millions * 1000000))
            / 1000
        compute grp-units = wd-value - (grp-millions * 1000000)
            - (grp-thousands * 1000)
        if grp-millions is greater than 0
            move grp-millions to group-value
            perform 1100-spell-group
            move 'million' to next-word
            perform 1900-append-word
        end-if
        if grp-thousands is greater than 0
            move grp-thousands to group-value
            perform 1100-spell-group
            move 'thousand' to next-word
            perform 1900-append-word
        end-if
        if grp-units is greater than 0
            move grp-units to group-value
            perform 1100-spell-group
        end-if
    end-if.

1100-spell-group.
    *> one group of three digits: "nine hundred ninety-four"
    compute hundreds-digit = group-value / 100
    compute group-rest = group-value - (hundreds-digit * 100)
    if hundreds-digit is greater than 0
        move ow-word(hundreds-digit) to next-word
        perform 1900-append-word
        move 'hundred' to next-word
        perform 1900-append-word
    end-if
    if group-rest is greater than 0
        if group-rest is less than 20
            move ow-word(group-rest) to next-word
            perform 1900-append-word
        else
            compute tens-digit = group-rest / 10
            compute ones-digit = group-rest - (tens-digit * 10)
            move tw-word(tens-digit - 1) to next-word
            perform 1900-append-word
            if ones-digit is greater than 0
                string '-' delimited by size
                    ow-word(ones-digit) delimited by space
                    into wd-text with pointer text-ptr
                end-string
            end-if
        end-if
    end-if.

1900-append-word.
    if text-ptr is greater than 1
        string ' ' delimited by size
            into wd-text with pointer text-ptr
        end-string
    end-if
    string next-word delimited by space
        into wd-text with pointer text-ptr
    end-string.

2000-read-words.
    move 0 to read-total
    move 0 to read-group
    move 0 to read-words
    move 'N' to last-kind
    move 1 to read-ptr
    perform until read-ptr is greater than 120
            or wd-result is equal to 2
        if wd-text(read-ptr:) is equal to spaces
            move 121 to read-ptr
        else
            move spaces to read-token
            unstring wd-text delimited by all space
                into read-token with pointer read-ptr
            end-unstring
            if read-token is not equal to spaces
                add 1 to read-words
                perform 2100-read-one-word
            end-if
        end-if
    end-perform
    if read-words is equal to 0
        move 2 to wd-result
    end-if
    if wd-result is equal to 1
        add read-group to read-total
        if read-total is less than 1
            move 2 to wd-result
        else
            move read-total to wd-value
        end-if
    end-if.

2100-read-one-word.
    move spaces to read-part-1
    move spaces to read-part-2
    unstring read-token delimited by '-'
        into read-part-1 read-part-2
    end-unstring
    if read-part-2 is not equal to spaces
        *> a hyphenated tens-and-unit pair, "ninety-four"
        move read-part-1 to next-word
        perform 2300-find-tens
        move found-value to found-value2
        move read-part-2 to next-word
        perform 2200-find-ones
        if found-value2 is equal to 0
                or found-value is equal to 0
                or found-value is greater than 9
                or (last-kind is not equal to 'N'
                    and last-kind is not equal to 'H')
            move 2 to wd-result
        else
            add found-value2 to read-group
            add found-value to read-group
            move 'U' to last-kind
        end-if
    else
        evaluate read-part-1
            when 'hundred'
                *> only straight after a single unit word
                if last-kind is not equal to 'U'
                        or read-group is less than 1
                        or read-group is greater than 9
                    move 2 to wd-result
                else
                    compute read-group = read-group * 100
                    move 'H' to last-kind
                end-if
            when 'thousand'
                if last-kind is equal to 'N'
                        or read-group is greater than 999
                    move 2 to wd-result
                else
                    *> only millions may be banked ahead of thousands
                    compute found-value2 = read-total / 1000000
                    compute found-value =
                        read-total - (found-value2 * 1000000)
                    if found-value is not equal to 0
                        move 2 to wd-result
                    else
                        compute read-total = read-total
                            + (read-group * 1000)
                        move 0 to read-group
                        move 'N' to last-kind
                    end-if
                end-if
            when 'million'
                if last-kind is equal to 'N'
                        or read-group is greater than 999
                        or read-total is not equal to 0
                    move 2 to wd-result
                else
                    compute read-total = read-group * 1000000
                    move 0 to read-group
                    move 'N' to last-kind
                end-if
            when other
                move read-part-1 to next-word
                perform 2200-find-ones
                if found-value is greater than 0
                    if last-kind is not equal to 'N'
                            and last-kind is not equal to 'H'
                        move 2 to wd-result
                    else
                        add found-value to read-group
                        move 'U' to last-kind
                    end-if
                else
                    perform 2300-find-tens
                    if found-value is equal to 0
                            or (last-kind is not equal to 'N'
                                and last-kind is not equal to 'H')
                        move 2 to wd-result
                    else
                        add found-value to read-group
                        move 'T' to last-kind
                    end-if
                end-if
        end-evaluate
    end-if.

2200-find-ones.
    move 0 to found-value
    perform varying wd-idx from 1 by 1 until wd-idx is greater than 19
        if ow-word(wd-idx) is equal to next-word
            move wd-idx to found-value
        end-if
    end-perform.

2300-find-tens.
    move 0 to found-value
    perform varying wd-idx from 1 by 1 until wd-idx is greater than 8
        if tw-word(wd-idx) is equal to next-word
            compute found-value = (wd-idx + 1) * 10
        end-if
    end-perform.
